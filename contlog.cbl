      *================================================================
      *
      *  PROGRAM-ID.    CONTLOG
      *
      *  AUTHOR.        D. VRIES
      *  INSTALLATION.  CLOUD-RUN-COBOL
      *  DATE-WRITTEN.  2026-10-15
      *
      *  REMARKS.       CONTACT-HISTORY LEDGER SUBPROGRAM, CALLED WITH
      *                 THE LC-LEDGER-PARMS AREA (SEE COPYBOOK
      *                 CONTLOGP).  GREETLOG ONLY EVER HELD HELLOWRD'S
      *                 SCREEN GREETINGS, SO "HOW OFTEN HAVE YOU
      *                 CONTACTED ME, AND HOW?" MEANT PIECING
      *                 TOGETHER GREET-OUT, CRMFEED/CRMSENT, LTRREG,
      *                 AND GRTHIST BY HAND.  EVERY PRODUCING PROGRAM
      *                 NOW RECORDS EACH CONTACT HERE, ON THE ONE
      *                 CONTHIST LEDGER (SEE COPYBOOK CONTHIST) KEYED
      *                 BY CUSTOMER ID AND DATE:
      *                   WRITE   - APPENDS AN ENTRY AT THE FIRST FREE
      *                     SEQUENCE NUMBER UNDER THE CUSTOMER, DATE,
      *                     AND TIME, UNLESS THE SAME ENTRY IS
      *                     ALREADY THERE.
      *                   OUTCOME - STAMPS CRMACKP'S ACCEPT/REJECT
      *                     ONTO THE FIRST PENDING CRM-TOUCH ENTRY
      *                     AT THE CUSTOMER, DATE, AND TIME.
      *                   CLOSE   - CLOSES THE LEDGER.
      *                 THE LEDGER IS OPENED ON THE FIRST CALL OF THE
      *                 RUN AND CREATED IF IT DOES NOT EXIST YET; IT
      *                 STAYS OPEN UNTIL THE CALLER'S CLOSE.  READ BY
      *                 CONTSTMT FOR THE CUSTOMER CONTACT STATEMENT.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  -----------------------------------------
      *  2026-10-15 DEV   ORIGINAL PROGRAM.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTLOG.
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
           SELECT CONTHIST ASSIGN TO "CONTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CONTACT-KEY
               FILE STATUS IS CG-CONTHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTHIST.
       COPY CONTHIST.

       WORKING-STORAGE SECTION.
       77  CG-CONTHIST-STATUS          PIC X(02) VALUE SPACES.
           88  CG-CONTHIST-OK          VALUE "00".
           88  CG-CONTHIST-MISSING     VALUE "35".
           88  CG-CONTHIST-NOT-FOUND   VALUE "23".

       77  CG-OPEN-SW                  PIC X(01) VALUE "N".
           88  CG-LEDGER-OPEN          VALUE "Y".

       77  CG-PROBE-SW                 PIC X(01) VALUE SPACE.
           88  CG-PROBE-GOING          VALUE SPACE.
           88  CG-SLOT-FREE            VALUE "F".
           88  CG-ENTRY-ON-FILE        VALUE "D".
           88  CG-ENTRY-PENDING        VALUE "P".
           88  CG-PROBE-ENDED          VALUE "E".

       77  CG-SEQ-NBR                  PIC 9(03) COMP VALUE ZERO.
       78  CG-SEQ-MAX                  VALUE 99.
       77  CG-FREE-SEQ                 PIC 9(02) VALUE ZERO.

       77  CG-CONTACT-TIME             PIC 9(08) VALUE ZERO.

       LINKAGE SECTION.
       COPY CONTLOGP.

       PROCEDURE DIVISION USING LC-LEDGER-PARMS.

       0000-MAINLINE.
           MOVE "00" TO LC-RESULT.

           EVALUATE TRUE
               WHEN LC-WRITE-ENTRY
                   PERFORM 1000-OPEN-LEDGER
                       THRU 1000-OPEN-LEDGER-EXIT
                   IF LC-LEDGER-OK
                       PERFORM 2000-WRITE-ENTRY
                           THRU 2000-WRITE-ENTRY-EXIT
                   END-IF
               WHEN LC-SET-OUTCOME
                   PERFORM 1000-OPEN-LEDGER
                       THRU 1000-OPEN-LEDGER-EXIT
                   IF LC-LEDGER-OK
                       PERFORM 3000-SET-OUTCOME
                           THRU 3000-SET-OUTCOME-EXIT
                   END-IF
               WHEN LC-CLOSE-LEDGER
                   IF CG-LEDGER-OPEN
                       CLOSE CONTHIST
                       MOVE "N" TO CG-OPEN-SW
                   END-IF
               WHEN OTHER
                   DISPLAY "CONTLOG: UNKNOWN ACTION '" LC-ACTION
                       "' FROM " LC-CALLER-PGM
                   MOVE "16" TO LC-RESULT
           END-EVALUATE.

           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-OPEN-LEDGER  --  OPEN CONTHIST FOR UPDATE ON THE FIRST
      *                   CALL OF THE RUN, CREATING IT ON THE FIRST
      *                   EVER RUN.
      *----------------------------------------------------------------
       1000-OPEN-LEDGER.
           IF CG-LEDGER-OPEN
               GO TO 1000-OPEN-LEDGER-EXIT
           END-IF.

           OPEN I-O CONTHIST.
           IF CG-CONTHIST-MISSING
               OPEN OUTPUT CONTHIST
               CLOSE CONTHIST
               OPEN I-O CONTHIST
           END-IF.
           IF NOT CG-CONTHIST-OK
               DISPLAY "CONTLOG: UNABLE TO OPEN CONTHIST, STATUS = "
                   CG-CONTHIST-STATUS
               MOVE "16" TO LC-RESULT
               GO TO 1000-OPEN-LEDGER-EXIT
           END-IF.

           SET CG-LEDGER-OPEN TO TRUE.

       1000-OPEN-LEDGER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-WRITE-ENTRY  --  PROBE THE SEQUENCE NUMBERS UNDER THE
      *                   CUSTOMER, DATE, AND TIME FOR THE FIRST FREE
      *                   ONE AND WRITE THE ENTRY THERE.  THE SAME
      *                   ENTRY FOUND ON THE WAY MEANS IT IS ALREADY
      *                   RECORDED.
      *----------------------------------------------------------------
       2000-WRITE-ENTRY.
           IF LC-CONTACT-TIME = ZERO
               ACCEPT CG-CONTACT-TIME FROM TIME
           ELSE
               MOVE LC-CONTACT-TIME TO CG-CONTACT-TIME
           END-IF.

           SET CG-PROBE-GOING TO TRUE.
           PERFORM 2100-PROBE-FOR-WRITE
               THRU 2100-PROBE-FOR-WRITE-EXIT
               VARYING CG-SEQ-NBR FROM 0 BY 1
               UNTIL CG-SEQ-NBR > CG-SEQ-MAX
                  OR NOT CG-PROBE-GOING.

           IF CG-PROBE-ENDED
              OR CG-ENTRY-ON-FILE
               GO TO 2000-WRITE-ENTRY-EXIT
           END-IF.

           IF NOT CG-SLOT-FREE
               DISPLAY "CONTLOG: MORE THAN " CG-SEQ-MAX
                   " CONTACTS FOR " LC-CUST-ID " AT "
                   LC-CONTACT-DATE " " CG-CONTACT-TIME
               MOVE "16" TO LC-RESULT
               GO TO 2000-WRITE-ENTRY-EXIT
           END-IF.

           MOVE SPACES TO CL-CONTACT-REC.
           MOVE LC-CUST-ID TO CL-CUST-ID.
           MOVE LC-CONTACT-DATE TO CL-CONTACT-DATE.
           MOVE CG-CONTACT-TIME TO CL-CONTACT-TIME.
           MOVE CG-FREE-SEQ TO CL-CONTACT-SEQ.
           MOVE LC-CHANNEL TO CL-CHANNEL.
           MOVE LC-CALLER-RUN TO CL-RUN-ID.
           MOVE LC-CALLER-PGM TO CL-PROGRAM-ID.
           MOVE LC-DETAIL TO CL-DETAIL.
           SET CL-OUTCOME-PENDING TO TRUE.
           MOVE ZERO TO CL-OUTCOME-DATE.

           WRITE CL-CONTACT-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF NOT CG-CONTHIST-OK
               DISPLAY "CONTLOG: UNABLE TO WRITE CONTHIST FOR "
                   LC-CUST-ID ", STATUS = " CG-CONTHIST-STATUS
               MOVE "16" TO LC-RESULT
           END-IF.

       2000-WRITE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2100-PROBE-FOR-WRITE  --  READ ONE SEQUENCE NUMBER.  A KEY
      *                   NOT ON FILE IS THE FREE SLOT; AN IDENTICAL
      *                   ENTRY ENDS THE SEARCH AS ALREADY RECORDED.
      *----------------------------------------------------------------
       2100-PROBE-FOR-WRITE.
           MOVE LC-CUST-ID TO CL-CUST-ID.
           MOVE LC-CONTACT-DATE TO CL-CONTACT-DATE.
           MOVE CG-CONTACT-TIME TO CL-CONTACT-TIME.
           MOVE CG-SEQ-NBR TO CL-CONTACT-SEQ.

           READ CONTHIST
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE TRUE
               WHEN CG-CONTHIST-NOT-FOUND
                   SET CG-SLOT-FREE TO TRUE
                   MOVE CG-SEQ-NBR TO CG-FREE-SEQ
               WHEN NOT CG-CONTHIST-OK
                   DISPLAY "CONTLOG: UNABLE TO READ CONTHIST FOR "
                       LC-CUST-ID ", STATUS = " CG-CONTHIST-STATUS
                   MOVE "16" TO LC-RESULT
                   SET CG-PROBE-ENDED TO TRUE
               WHEN CL-CHANNEL = LC-CHANNEL
                AND CL-PROGRAM-ID = LC-CALLER-PGM
                AND CL-RUN-ID = LC-CALLER-RUN
                AND CL-DETAIL = LC-DETAIL
                   SET CG-ENTRY-ON-FILE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2100-PROBE-FOR-WRITE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3000-SET-OUTCOME  --  FIND THE FIRST CRM-TOUCH ENTRY AT THE
      *                   CUSTOMER, DATE, AND TIME STILL AWAITING ITS
      *                   OUTCOME AND STAMP THE ACCEPT OR REJECT ON
      *                   IT.  A TOUCHPOINT REQUEUED AFTER A REJECT
      *                   GETS A NEW ENTRY ON EACH DISPATCH, SO EACH
      *                   ACKNOWLEDGMENT CLOSES THE OLDEST OPEN ONE.
      *----------------------------------------------------------------
       3000-SET-OUTCOME.
           MOVE LC-CONTACT-TIME TO CG-CONTACT-TIME.

           SET CG-PROBE-GOING TO TRUE.
           PERFORM 3100-PROBE-FOR-OUTCOME
               THRU 3100-PROBE-FOR-OUTCOME-EXIT
               VARYING CG-SEQ-NBR FROM 0 BY 1
               UNTIL CG-SEQ-NBR > CG-SEQ-MAX
                  OR NOT CG-PROBE-GOING.

           IF NOT CG-ENTRY-PENDING
               IF LC-LEDGER-OK
                   MOVE "23" TO LC-RESULT
               END-IF
               GO TO 3000-SET-OUTCOME-EXIT
           END-IF.

           MOVE LC-CRM-OUTCOME TO CL-CRM-OUTCOME.
           MOVE LC-OUTCOME-DATE TO CL-OUTCOME-DATE.
           MOVE LC-CRM-REASON TO CL-CRM-REASON.

           REWRITE CL-CONTACT-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF NOT CG-CONTHIST-OK
               DISPLAY "CONTLOG: UNABLE TO REWRITE CONTHIST FOR "
                   LC-CUST-ID ", STATUS = " CG-CONTHIST-STATUS
               MOVE "16" TO LC-RESULT
           END-IF.

       3000-SET-OUTCOME-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3100-PROBE-FOR-OUTCOME  --  READ ONE SEQUENCE NUMBER.
      *                   SEQUENCES ARE HANDED OUT WITHOUT GAPS, SO
      *                   THE FIRST KEY NOT ON FILE ENDS THE SEARCH.
      *----------------------------------------------------------------
       3100-PROBE-FOR-OUTCOME.
           MOVE LC-CUST-ID TO CL-CUST-ID.
           MOVE LC-CONTACT-DATE TO CL-CONTACT-DATE.
           MOVE CG-CONTACT-TIME TO CL-CONTACT-TIME.
           MOVE CG-SEQ-NBR TO CL-CONTACT-SEQ.

           READ CONTHIST
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE TRUE
               WHEN CG-CONTHIST-NOT-FOUND
                   SET CG-PROBE-ENDED TO TRUE
               WHEN NOT CG-CONTHIST-OK
                   DISPLAY "CONTLOG: UNABLE TO READ CONTHIST FOR "
                       LC-CUST-ID ", STATUS = " CG-CONTHIST-STATUS
                   MOVE "16" TO LC-RESULT
                   SET CG-PROBE-ENDED TO TRUE
               WHEN CL-CRM-TOUCH
                AND CL-OUTCOME-PENDING
                   SET CG-ENTRY-PENDING TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3100-PROBE-FOR-OUTCOME-EXIT.
           EXIT.

       9999-EXIT.
           GOBACK.
