      *                   SUPP-FILE STILL OVERRIDES EVERYTHING; NO
      *                   CHP-FILE ON HAND MEANS EVERY CHANNEL, AS
      *                   BEFORE.
      *  2026-10-15 DEV   GREET EACH CUSTOMER IN THEIR PREFERRED
      *                   LANGUAGE: THE CODE COMES FROM CUST-FILE
      *                   (SEE COPYBOOK CUSTREC) AND THE ROUTINE
      *                   GREETING WORD FROM THE PHR-FILE PHRASE
      *                   MASTER (SEE COPYBOOK PHRASREC, MAINTAINED
      *                   BY PHRMAINT).  A LANGUAGE WITH NO ACTIVE
      *                   PHRASE FALLS BACK TO THE "EN" ENTRY AND IS
      *                   COUNTED; THE LANGUAGE-FALLBACK TALLY RIDES
      *                   THE CHECKPOINT (CK-LANGFB-CNT) LIKE THE
      *                   OTHERS.  WITH NEITHER FILE ON HAND - OR NO
      *                   "EN" PHRASE - THE LINE READS "HELLO " AS
      *                   BEFORE.  A VIP CUSTOMER'S OWN TEXT STILL
      *                   WINS OVER ANY PHRASE.
      *  2026-10-15 DEV   RECORD EVERY GREETING WRITTEN ON THE CONTHIST
      *                   CONTACT-HISTORY LEDGER (CHANNEL "BATCH
      *                   GREETING", SEE COPYBOOK CONTLOGP) THROUGH
      *                   THE CONTLOG SUBPROGRAM.  A LEDGER THAT
      *                   CANNOT BE WRITTEN ABORTS THE RUN LIKE ANY
      *                   OTHER OUTPUT FILE.  THE CRM TOUCHPOINT IS
      *                   LEDGERED BY CRMDISP WHEN IT IS DISPATCHED.
      *  2026-10-15 DEV   HOLD GRTHIST UNDER THE GRTLOCK INTERLOCK
      *                   ALONGSIDE GREET-OUT AND CRMFEED, SO NO
      *                   MSTBKUP, MSTRELD, OR CUSTERAS RUN CAN WORK
      *                   ON THE GREETING-HISTORY MASTER WHILE THIS
      *                   RUN IS UPDATING IT.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOBAT.
               RECORD KEY IS CH-CUST-ID
               FILE STATUS IS HB-CHP-FILE-STATUS.

           SELECT CUST-FILE ASSIGN TO "CUST-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS HB-CUST-FILE-STATUS.

           SELECT PHR-FILE ASSIGN TO "PHR-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-PHRASE-KEY
               FILE STATUS IS HB-PHR-FILE-STATUS.

           SELECT GRTHIST ASSIGN TO "GRTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  CHP-FILE.
       COPY CHPREC.

       FD  CUST-FILE.
       COPY CUSTREC.

       FD  PHR-FILE.
       COPY PHRASREC.

       FD  GRTHIST.
       COPY GRTHIST.

       77  HB-CRM-ALLOW-SW             PIC X(01) VALUE "Y".
           88  HB-CRM-ALLOWED          VALUE "Y".

       77  HB-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  HB-CUST-FILE-OK         VALUE "00".

       77  HB-CUST-AVAILABLE-SW        PIC X(01) VALUE "N".
           88  HB-CUST-FILE-AVAILABLE  VALUE "Y".

       77  HB-PHR-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  HB-PHR-FILE-OK          VALUE "00".

       77  HB-PHR-AVAILABLE-SW         PIC X(01) VALUE "N".
           88  HB-PHR-FILE-AVAILABLE   VALUE "Y".

       77  HB-PHRASE-FOUND-SW          PIC X(01) VALUE "N".
           88  HB-PHRASE-FOUND         VALUE "Y".

       77  HB-LANG-CODE                PIC X(02) VALUE "EN".
       77  HB-GREET-WORD               PIC X(30) VALUE "HELLO".

       77  HB-GRTHIST-STATUS           PIC X(02) VALUE SPACES.
           88  HB-GRTHIST-OK           VALUE "00".

       77  HB-SUPPRESS-COUNT           PIC 9(08) COMP VALUE ZERO.
       77  HB-FREQCAP-COUNT            PIC 9(08) COMP VALUE ZERO.
       77  HB-CRMSKIP-COUNT            PIC 9(08) COMP VALUE ZERO.
       77  HB-LANGFB-COUNT             PIC 9(08) COMP VALUE ZERO.

       77  HB-TODAY-DATE               PIC 9(08) VALUE ZERO.

       77  HB-CRM-LOCK-SW              PIC X(01) VALUE "N".
           88  HB-CRM-LOCK-HELD        VALUE "Y".

       77  HB-GRTHIST-LOCK-SW          PIC X(01) VALUE "N".
           88  HB-GRTHIST-LOCK-HELD    VALUE "Y".

       COPY GRTLOCKP.

       COPY CONTLOGP.

       01  HB-CUTOFF-DATE              PIC 9(08) VALUE ZERO.

       01  HB-CUTOFF-PARTS REDEFINES HB-CUTOFF-DATE.
       77  HB-LEAP-SW                  PIC X(01) VALUE "N".
           88  HB-LEAP-YEAR            VALUE "Y".

       01  HB-TRAILER-LINE.
           05  FILLER                  PIC X(03) VALUE "TRL".
           05  HB-TRL-LINE-COUNT       PIC 9(08).
           PERFORM 1370-OPEN-GRTHIST
               THRU 1370-OPEN-GRTHIST-EXIT.

           PERFORM 1380-OPEN-LANGUAGE-FILES
               THRU 1380-OPEN-LANGUAGE-FILES-EXIT.

           MOVE HB-RESUME-SEQ-NBR TO HB-RECORD-COUNT.

      *    FIRST READ CONSUMES THE VALIDATED HEADER, SECOND READ
               THRU 1090-ACQUIRE-ONE-LOCK-EXIT.
           SET HB-CRM-LOCK-HELD TO TRUE.

           MOVE "GRTHIST" TO LP-RESOURCE.
           PERFORM 1090-ACQUIRE-ONE-LOCK
               THRU 1090-ACQUIRE-ONE-LOCK-EXIT.
           SET HB-GRTHIST-LOCK-HELD TO TRUE.

       1080-ACQUIRE-LOCKS-EXIT.
           EXIT.

                               MOVE CK-CRMSKIP-CNT
                                   TO HB-CRMSKIP-COUNT
                           END-IF
                           IF CK-LANGFB-CNT IS NUMERIC
                               MOVE CK-LANGFB-CNT
                                   TO HB-LANGFB-COUNT
                           END-IF
                       END-IF
               END-READ
               CLOSE CKPTFILE
       1370-OPEN-GRTHIST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1380-OPEN-LANGUAGE-FILES  --  OPEN THE CUSTOMER MASTER (FOR
      *                   THE PREFERRED LANGUAGE) AND THE GREETING-
      *                   PHRASE MASTER FOR KEYED LOOKUP.  NEITHER IS
      *                   AN ERROR TO BE WITHOUT - A CUSTOMER WHOSE
      *                   LANGUAGE OR PHRASE CANNOT BE FOUND IS
      *                   GREETED IN ENGLISH - BUT A MISSING PHR-FILE
      *                   IS WARNED SO THE TRAIL SHOWS WHY.
      *----------------------------------------------------------------
       1380-OPEN-LANGUAGE-FILES.
           OPEN INPUT CUST-FILE.
           IF HB-CUST-FILE-OK
               SET HB-CUST-FILE-AVAILABLE TO TRUE
           END-IF.

           OPEN INPUT PHR-FILE.
           IF HB-PHR-FILE-OK
               SET HB-PHR-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "HELLOBAT: PHR-FILE NOT AVAILABLE, STATUS = "
                   HB-PHR-FILE-STATUS " - EVERY CUSTOMER WILL BE "
                   "GREETED IN ENGLISH"
           END-IF.

       1380-OPEN-LANGUAGE-FILES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1200-SKIP-PROCESSED-RECORDS  --  DISCARD THE NAMES-IN
      *                   RECORDS ALREADY CONFIRMED BY A PRIOR RUN.
           IF HB-VIP-MATCH-FOUND
               MOVE VP-GREETING-TEXT TO HB-GREET-OUT-REC
           ELSE
               PERFORM 2750-RESOLVE-PHRASE
                   THRU 2750-RESOLVE-PHRASE-EXIT
               STRING HB-GREET-WORD DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   GR-CUST-NAME DELIMITED BY SIZE
                   INTO HB-GREET-OUT-REC
           END-IF.

           WRITE HB-GREET-OUT-REC.
               GO TO 9999-EXIT
           END-IF.

           PERFORM 2800-RECORD-CONTACT
               THRU 2800-RECORD-CONTACT-EXIT.

           PERFORM 2680-CHECK-CHANNELS
               THRU 2680-CHECK-CHANNELS-EXIT.

       2700-WRITE-GREETING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2750-RESOLVE-PHRASE  --  SET HB-GREET-WORD TO THE ROUTINE
      *                   GREETING IN THE CUSTOMER'S PREFERRED
      *                   LANGUAGE.  NO CUST-FILE RECORD OR A BLANK
      *                   CODE MEANS ENGLISH.  A LANGUAGE WITH NO
      *                   ACTIVE PHRASE IS COUNTED AS A FALLBACK AND
      *                   GETS THE "EN" PHRASE; WITH NO "EN" PHRASE
      *                   EITHER, THE BUILT-IN "HELLO" STANDS.
      *----------------------------------------------------------------
       2750-RESOLVE-PHRASE.
           MOVE "EN" TO HB-LANG-CODE.
           MOVE "HELLO" TO HB-GREET-WORD.

           IF HB-CUST-FILE-AVAILABLE
               MOVE GR-CUST-ID TO CM-CUST-ID
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-LANG-CODE NOT = SPACES
                           MOVE CM-LANG-CODE TO HB-LANG-CODE
                       END-IF
               END-READ
           END-IF.

           MOVE HB-LANG-CODE TO PH-LANG-CODE.
           PERFORM 2760-READ-PHRASE
               THRU 2760-READ-PHRASE-EXIT.
           IF HB-PHRASE-FOUND
               GO TO 2750-RESOLVE-PHRASE-EXIT
           END-IF.

           IF HB-LANG-CODE NOT = "EN"
               ADD 1 TO HB-LANGFB-COUNT
               MOVE "EN" TO PH-LANG-CODE
               PERFORM 2760-READ-PHRASE
                   THRU 2760-READ-PHRASE-EXIT
           END-IF.

       2750-RESOLVE-PHRASE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2760-READ-PHRASE  --  LOOK UP THE ROUTINE PHRASE FOR THE
      *                   LANGUAGE IN PH-LANG-CODE.  HB-PHRASE-FOUND
      *                   IS SET, AND HB-GREET-WORD REPLACED, ONLY
      *                   FOR AN ACTIVE RECORD WITH TEXT ON IT.
      *----------------------------------------------------------------
       2760-READ-PHRASE.
           MOVE "N" TO HB-PHRASE-FOUND-SW.

           IF NOT HB-PHR-FILE-AVAILABLE
               GO TO 2760-READ-PHRASE-EXIT
           END-IF.

           SET PH-KIND-ROUTINE TO TRUE.
           READ PHR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PH-ACTIVE
                      AND PH-PHRASE-TEXT NOT = SPACES
                       SET HB-PHRASE-FOUND TO TRUE
                       MOVE PH-PHRASE-TEXT TO HB-GREET-WORD
                   END-IF
           END-READ.

       2760-READ-PHRASE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2680-CHECK-CHANNELS  --  LOOK THE CURRENT CUSTOMER UP ON
      *                   THE CHANNEL-PREFERENCE MASTER.  THE CRM
       2680-CHECK-CHANNELS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2800-RECORD-CONTACT  --  ENTER THE GREETING JUST WRITTEN ON
      *                   THE CONTACT-HISTORY LEDGER.
      *----------------------------------------------------------------
       2800-RECORD-CONTACT.
           MOVE SPACES TO LC-LEDGER-PARMS.
           SET LC-WRITE-ENTRY TO TRUE.
           MOVE GR-CUST-ID TO LC-CUST-ID.
           MOVE HB-TODAY-DATE TO LC-CONTACT-DATE.
           MOVE ZERO TO LC-CONTACT-TIME.
           MOVE ZERO TO LC-OUTCOME-DATE.
           SET LC-BATCH-GREETING TO TRUE.
           MOVE "HELLOBAT" TO LC-CALLER-PGM.
           MOVE HB-RUN-ID TO LC-CALLER-RUN.
           IF HB-VIP-MATCH-FOUND
               MOVE "VIP GREETING, CUSTOM TEXT" TO LC-DETAIL
           ELSE
               STRING "ROUTINE GREETING, LANGUAGE "
                   DELIMITED BY SIZE
                   HB-LANG-CODE DELIMITED BY SIZE
                   INTO LC-DETAIL
           END-IF.
           CALL "CONTLOG" USING LC-LEDGER-PARMS.

           IF NOT LC-LEDGER-OK
               DISPLAY "HELLOBAT: UNABLE TO RECORD CONTACT FOR "
                   GR-CUST-ID " ON CONTHIST"
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.

       2800-RECORD-CONTACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2900-UPDATE-HISTORY  --  RECORD TODAY AS THE CUSTOMER'S
      *                   LAST-GREETED DATE, ADDING THE CUSTOMER TO
           MOVE HB-SUPPRESS-COUNT TO CK-SUPPRESS-CNT.
           MOVE HB-FREQCAP-COUNT TO CK-FREQCAP-CNT.
           MOVE HB-CRMSKIP-COUNT TO CK-CRMSKIP-CNT.
           MOVE HB-LANGFB-COUNT TO CK-LANGFB-CNT.

           OPEN OUTPUT CKPTFILE.
           WRITE CK-CHECKPOINT-REC.
           MOVE HB-SUPPRESS-COUNT TO CK-SUPPRESS-CNT.
           MOVE HB-FREQCAP-COUNT TO CK-FREQCAP-CNT.
           MOVE HB-CRMSKIP-COUNT TO CK-CRMSKIP-CNT.
           MOVE HB-LANGFB-COUNT TO CK-LANGFB-CNT.

           OPEN OUTPUT CKPTFILE.
           WRITE CK-CHECKPOINT-REC.
               " WRITTEN=" HB-WRITE-COUNT
               " SUPPRESSED=" HB-SUPPRESS-COUNT
               " CAPPED=" HB-FREQCAP-COUNT
               " CRM-SKIPPED=" HB-CRMSKIP-COUNT
               " LANG-FALLBACK=" HB-LANGFB-COUNT.

           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.
           IF HB-HIST-AVAILABLE
               CLOSE GRTHIST
           END-IF.
           IF HB-CUST-FILE-AVAILABLE
               CLOSE CUST-FILE
           END-IF.
           IF HB-PHR-FILE-AVAILABLE
               CLOSE PHR-FILE
           END-IF.
           SET LC-CLOSE-LEDGER TO TRUE.
           CALL "CONTLOG" USING LC-LEDGER-PARMS.

       9100-CLOSE-ALL-EXIT.
           EXIT.
               MOVE "N" TO HB-CRM-LOCK-SW
           END-IF.

           IF HB-GRTHIST-LOCK-HELD
               SET LP-RELEASE TO TRUE
               MOVE "GRTHIST" TO LP-RESOURCE
               CALL "GRTLOCK" USING LP-LOCK-PARMS
               MOVE "N" TO HB-GRTHIST-LOCK-SW
           END-IF.

       9300-RELEASE-LOCKS-EXIT.
           EXIT.

