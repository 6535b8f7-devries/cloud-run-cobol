      *                   RESOURCE ENDS WITH RETURN-CODE 12 SO THE
      *                   CALLER CAN RETRY ONCE THE ARCHIVE RUN IS
      *                   DONE.
      *  2026-10-15 DEV   TAKE THE GREETING WORD FROM THE PHR-FILE
      *                   PHRASE MASTER (SEE COPYBOOK PHRASREC,
      *                   MAINTAINED BY PHRMAINT) - THE ROUTINE ("R")
      *                   PHRASE FOR THE LOCALE - SO A LANGUAGE ADDED
      *                   THERE IS RECOGNIZED ON THE COMMAND LINE
      *                   WITHOUT A RECOMPILE.  THE GREETPHR TABLE IS
      *                   KEPT AS THE FALLBACK FOR A LOCALE WITH NO
      *                   PHRASE ON FILE, OR NO PHR-FILE ON HAND.  THE
      *                   WORD MAY NOW RUN TO SEVERAL WORDS.
      *  2026-10-15 DEV   RECORD EVERY NAME GREETED ON THE CONTHIST
      *                   CONTACT-HISTORY LEDGER (CHANNEL "SCREEN
      *                   GREETING", SEE COPYBOOK CONTLOGP) THROUGH
      *                   THE CONTLOG SUBPROGRAM.  THE LEDGER IS KEYED
      *                   BY CUSTOMER ID, WHICH THE COMMAND LINE DOES
      *                   NOT CARRY, SO THE ID IS FOUND BY A SCAN OF
      *                   THE CUST-FILE CUSTOMER MASTER (SEE COPYBOOK
      *                   CUSTREC) ON CM-CUST-NAME, AS THE SUPP-FILE
      *                   CHECK ALREADY DOES - THE FIRST ACTIVE
      *                   CUSTOMER OF THAT NAME.  A NAME THAT IS NO
      *                   CUSTOMER OF OURS (OR NO CUST-FILE ON HAND)
      *                   IS GREETED AND LOGGED TO GREETLOG AS BEFORE
      *                   BUT NOT LEDGERED, AND IS COUNTED.  A LEDGER
      *                   THAT CANNOT BE WRITTEN ABORTS WITH
      *                   RETURN-CODE 16.  FILE CLOSES ARE NOW IN
      *                   9100-CLOSE-ALL FOR THE ABORT PATH'S SAKE.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOWRD.
               RECORD KEY IS SP-CUST-ID
               FILE STATUS IS HW-SUPP-FILE-STATUS.

           SELECT PHR-FILE ASSIGN TO "PHR-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-PHRASE-KEY
               FILE STATUS IS HW-PHR-FILE-STATUS.

           SELECT CUST-FILE ASSIGN TO "CUST-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS HW-CUST-FILE-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HW-RUNCTL-STATUS.
       FD  SUPP-FILE.
       COPY SUPPREC.

       FD  PHR-FILE.
       COPY PHRASREC.

       FD  CUST-FILE.
       COPY CUSTREC.

       FD  RUNCTL
           RECORDING MODE IS F.
       COPY RUNCTL.
       77  HW-GREET-COUNT                PIC 9(04) COMP VALUE ZERO.

       77  HW-LOCALE-CODE               PIC X(02) VALUE "EN".
       77  HW-GREETING-WORD             PIC X(30) VALUE "HELLO".

       77  HW-LOCALE-FOUND-SW           PIC X(01) VALUE "N".
           88  HW-LOCALE-FOUND          VALUE "Y".

       77  HW-SUPPRESS-COUNT            PIC 9(04) COMP VALUE ZERO.

       77  HW-PHR-FILE-STATUS           PIC X(02) VALUE SPACES.
           88  HW-PHR-FILE-OK           VALUE "00".

       77  HW-PHR-AVAILABLE-SW          PIC X(01) VALUE "N".
           88  HW-PHR-FILE-AVAILABLE    VALUE "Y".

       77  HW-PHRASE-FOUND-SW           PIC X(01) VALUE "N".
           88  HW-PHRASE-FOUND          VALUE "Y".

       77  HW-CUST-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  HW-CUST-FILE-OK          VALUE "00".

       77  HW-CUST-AVAILABLE-SW         PIC X(01) VALUE "N".
           88  HW-CUST-FILE-AVAILABLE   VALUE "Y".

       77  HW-CUST-MATCH-SW             PIC X(01) VALUE "N".
           88  HW-CUST-MATCH-FOUND      VALUE "Y".

       77  HW-CUST-EOF-SW               PIC X(01) VALUE "N".
           88  HW-CUST-EOF              VALUE "Y".

       77  HW-LEDGER-COUNT              PIC 9(04) COMP VALUE ZERO.
       77  HW-NOT-CUSTOMER-COUNT        PIC 9(04) COMP VALUE ZERO.

       77  HW-RUNCTL-STATUS             PIC X(02) VALUE SPACES.
           88  HW-RUNCTL-OK             VALUE "00".


       COPY GRTLOCKP.

       COPY CONTLOGP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
               SET HW-SUPP-FILE-AVAILABLE TO TRUE
           END-IF.

           OPEN INPUT PHR-FILE.
           IF HW-PHR-FILE-OK
               SET HW-PHR-FILE-AVAILABLE TO TRUE
           END-IF.

           OPEN INPUT CUST-FILE.
           IF HW-CUST-FILE-OK
               SET HW-CUST-FILE-AVAILABLE TO TRUE
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.


      *----------------------------------------------------------------
      *  1600-RESOLVE-LOCALE  --  IF THE LAST ARGUMENT MATCHES A
      *                   KNOWN LOCALE CODE - ONE WITH A ROUTINE
      *                   PHRASE ON PHR-FILE, OR ONE IN THE GREETPHR
      *                   TABLE - PULL IT OUT OF THE NAME LIST AND
      *                   USE ITS GREETING WORD; OTHERWISE EVERY
      *                   ARGUMENT IS A NAME AND EN IS USED.  THE
      *                   PHR-FILE WORDING WINS OVER THE TABLE'S.
      *----------------------------------------------------------------
       1600-RESOLVE-LOCALE.
           MOVE "EN" TO HW-LOCALE-CODE.
           SET HW-LOCALE-NOT-FOUND TO TRUE.

           IF HW-TOTAL-ARGS > ZERO
              AND HW-ARG-TEXT(HW-TOTAL-ARGS) (1:2) NOT = SPACES
              AND HW-ARG-TEXT(HW-TOTAL-ARGS) (3:78) = SPACES
               MOVE HW-ARG-TEXT(HW-TOTAL-ARGS) (1:2) TO PH-LANG-CODE
               PERFORM 1650-READ-PHRASE
                   THRU 1650-READ-PHRASE-EXIT
               IF HW-PHRASE-FOUND
                   SET HW-LOCALE-FOUND TO TRUE
                   MOVE PH-LANG-CODE TO HW-LOCALE-CODE
                   SUBTRACT 1 FROM HW-GREET-COUNT
               END-IF
           END-IF.

           IF HW-TOTAL-ARGS > ZERO
              AND HW-LOCALE-NOT-FOUND
               PERFORM VARYING HW-PHRASE-IDX FROM 1 BY 1
                       UNTIL HW-PHRASE-IDX > HW-PHRASE-COUNT
                          OR HW-LOCALE-FOUND
               END-IF
           END-PERFORM.

           MOVE HW-LOCALE-CODE TO PH-LANG-CODE.
           PERFORM 1650-READ-PHRASE
               THRU 1650-READ-PHRASE-EXIT.

       1600-RESOLVE-LOCALE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1650-READ-PHRASE  --  LOOK UP THE ROUTINE PHRASE FOR THE
      *                   LOCALE IN PH-LANG-CODE.  HW-PHRASE-FOUND IS
      *                   SET, AND HW-GREETING-WORD REPLACED, ONLY FOR
      *                   AN ACTIVE RECORD WITH TEXT ON IT.
      *----------------------------------------------------------------
       1650-READ-PHRASE.
           MOVE "N" TO HW-PHRASE-FOUND-SW.

           IF NOT HW-PHR-FILE-AVAILABLE
               GO TO 1650-READ-PHRASE-EXIT
           END-IF.

           SET PH-KIND-ROUTINE TO TRUE.
           READ PHR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PH-ACTIVE
                      AND PH-PHRASE-TEXT NOT = SPACES
                       SET HW-PHRASE-FOUND TO TRUE
                       MOVE PH-PHRASE-TEXT TO HW-GREETING-WORD
                   END-IF
           END-READ.

       1650-READ-PHRASE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-GREET  --  VALIDATE ONE TABLE ENTRY AND EMIT ITS
      *                   GREETING.
                       DISPLAY "HELLOWRD: NAME IS ON THE DO-NOT-"
                           "GREET LIST - SUPPRESSED"
                   ELSE
                       STRING HW-GREETING-WORD DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           ARG-VALUE DELIMITED BY SIZE
                           INTO HW-GREETING-TEXT
                       DISPLAY HW-GREETING-TEXT
                       PERFORM 2600-RECORD-CONTACT
                           THRU 2600-RECORD-CONTACT-EXIT
                   END-IF
               END-IF
           END-IF.
       2550-SCAN-SUPP-REC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2600-RECORD-CONTACT  --  FIND THE CUSTOMER BEHIND THE NAME
      *                   JUST GREETED AND ENTER THE GREETING ON THE
      *                   CONTACT-HISTORY LEDGER.  LIKE THE SUPP-FILE
      *                   CHECK THIS IS A FULL SCAN OF THE MASTER ON
      *                   NAME; THE FIRST ACTIVE CUSTOMER OF THAT NAME
      *                   TAKES THE ENTRY.  A NAME WITH NO CUSTOMER
      *                   BEHIND IT IS ONLY COUNTED.
      *----------------------------------------------------------------
       2600-RECORD-CONTACT.
           MOVE "N" TO HW-CUST-MATCH-SW.

           IF HW-CUST-FILE-AVAILABLE
               MOVE "N" TO HW-CUST-EOF-SW
               MOVE LOW-VALUES TO CM-CUST-ID
               START CUST-FILE KEY NOT < CM-CUST-ID
                   INVALID KEY
                       SET HW-CUST-EOF TO TRUE
               END-START
               PERFORM 2650-SCAN-CUST-REC
                   THRU 2650-SCAN-CUST-REC-EXIT
                   UNTIL HW-CUST-EOF
                      OR HW-CUST-MATCH-FOUND
           END-IF.

           IF NOT HW-CUST-MATCH-FOUND
               ADD 1 TO HW-NOT-CUSTOMER-COUNT
               GO TO 2600-RECORD-CONTACT-EXIT
           END-IF.

           MOVE SPACES TO LC-LEDGER-PARMS.
           SET LC-WRITE-ENTRY TO TRUE.
           MOVE CM-CUST-ID TO LC-CUST-ID.
           MOVE HW-PROC-DATE TO LC-CONTACT-DATE.
           MOVE ZERO TO LC-CONTACT-TIME.
           MOVE ZERO TO LC-OUTCOME-DATE.
           SET LC-SCREEN-GREETING TO TRUE.
           MOVE "HELLOWRD" TO LC-CALLER-PGM.
           MOVE HW-RUN-ID TO LC-CALLER-RUN.
           STRING "COMMAND-LINE GREETING, LOCALE " DELIMITED BY SIZE
               HW-LOCALE-CODE DELIMITED BY SIZE
               INTO LC-DETAIL.
           CALL "CONTLOG" USING LC-LEDGER-PARMS.

           IF NOT LC-LEDGER-OK
               DISPLAY "HELLOWRD: UNABLE TO RECORD CONTACT FOR "
                   CM-CUST-ID " ON CONTHIST"
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.

           ADD 1 TO HW-LEDGER-COUNT.

       2600-RECORD-CONTACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2650-SCAN-CUST-REC  --  READ THE NEXT CUSTOMER RECORD AND
      *                   TEST IT AGAINST THE CURRENT NAME.  ANY READ
      *                   STATUS OTHER THAN CLEAN ENDS THE SCAN.
      *----------------------------------------------------------------
       2650-SCAN-CUST-REC.
           READ CUST-FILE NEXT RECORD
               AT END
                   SET HW-CUST-EOF TO TRUE
               NOT AT END
                   IF CM-ACTIVE
                      AND CM-CUST-NAME = ARG-VALUE
                       SET HW-CUST-MATCH-FOUND TO TRUE
                   END-IF
           END-READ.

           IF NOT HW-CUST-FILE-OK
               SET HW-CUST-EOF TO TRUE
           END-IF.

       2650-SCAN-CUST-REC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8000-WRITE-AUDIT-LOG  --  APPEND ONE GREETLOG RECORD.
      *----------------------------------------------------------------
               DISPLAY "HELLOWRD: SUPPRESSED=" HW-SUPPRESS-COUNT
           END-IF.

           IF HW-NOT-CUSTOMER-COUNT > ZERO
               DISPLAY "HELLOWRD: LEDGERED=" HW-LEDGER-COUNT
                   " NOT A CUSTOMER=" HW-NOT-CUSTOMER-COUNT
           END-IF.

           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.

           PERFORM 9300-RELEASE-LOCKS
               THRU 9300-RELEASE-LOCKS-EXIT.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9100-CLOSE-ALL  --  CLOSE EVERY FILE THE RUN HAS OPEN, ON
      *                   BOTH THE CLEAN AND THE ABORT PATHS.
      *----------------------------------------------------------------
       9100-CLOSE-ALL.
           CLOSE GREETLOG.
           IF HW-SUPP-FILE-AVAILABLE
               CLOSE SUPP-FILE
           END-IF.
           IF HW-PHR-FILE-AVAILABLE
               CLOSE PHR-FILE
           END-IF.
           IF HW-CUST-FILE-AVAILABLE
               CLOSE CUST-FILE
           END-IF.
           SET LC-CLOSE-LEDGER TO TRUE.
           CALL "CONTLOG" USING LC-LEDGER-PARMS.

       9100-CLOSE-ALL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9300-RELEASE-LOCKS  --  GIVE GREETLOG BACK TO THE INTERLOCK,
      *                   BUT ONLY IF THIS INVOCATION ACTUALLY TOOK
