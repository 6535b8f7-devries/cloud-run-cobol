      *                 OCC-FILE CUSTOMER-OCCASION MASTER (SEE
      *                 COPYBOOK OCCREC, MAINTAINED BY OCCMAINT) AND,
      *                 FOR EVERY ACTIVE OCCASION WHOSE MONTH AND DAY
      *                 MATCH THE PROCESSING DATE - OR ANY CALENDAR
      *                 DAY SINCE THE LAST COMPLETED RUN, SO NOBODY
      *                 IS MISSED OVER A WEEKEND OR HOLIDAY - APPENDS
      *                 A BIRTHDAY OR ANNIVERSARY GREETING TO
      *                 GREET-OUT AND A TOUCHPOINT TO CRMFEED WITH A
      *                 DISTINCT CF-EVENT-TYPE SO THE CRM TEAM CAN
      *                 TELL A BIRTHDAY TOUCH FROM A ROUTINE ONE.  A
      *                 FEBRUARY-29TH OCCASION FIRES ON THE 28TH IN
      *                 NON-LEAP YEARS SO NOBODY'S BIRTHDAY IS
      *                 SKIPPED THREE YEARS IN FOUR.  CUSTOMERS ON
      *                   GREETRCN STILL BALANCES.  SUPP-FILE STILL
      *                   OVERRIDES EVERYTHING; NO CHP-FILE ON HAND
      *                   MEANS EVERY CHANNEL, AS BEFORE.
      *  2026-10-15 DEV   CATCH UP EVERY CALENDAR DAY SINCE THE LAST
      *                   OCCDONE STAMP, NOT JUST THE PROCESSING
      *                   DATE - THE CYCLE ONLY OPENS ON BUSINESS
      *                   DAYS, SO A BIRTHDAY FALLING ON A SATURDAY,
      *                   SUNDAY, OR HOLIDAY WAS NEVER GREETED AT
      *                   ALL.  THE CATCH-UP WINDOW RUNS BACK FROM
      *                   THE PROCESSING DATE TO THE DAY AFTER THE
      *                   STAMP, CAPPED AT OG-CATCHUP-DAYS-MAX DAYS
      *                   SO A LONG-STALE STAMP CANNOT FLOOD CRM WITH
      *                   MONTHS-OLD OCCASIONS.  THE FEBRUARY-29TH
      *                   RULE IS APPLIED PER DAY IN THE WINDOW.  NO
      *                   STAMP ON FILE MEANS THE PROCESSING DATE
      *                   ONLY, AS BEFORE.
      *  2026-10-15 DEV   WORD THE BIRTHDAY AND ANNIVERSARY LINES IN
      *                   THE CUSTOMER'S PREFERRED LANGUAGE: THE CODE
      *                   COMES FROM CUST-FILE (SEE COPYBOOK CUSTREC)
      *                   AND THE WORDING FROM THE PHR-FILE PHRASE
      *                   MASTER (SEE COPYBOOK PHRASREC, MAINTAINED
      *                   BY PHRMAINT) UNDER THE OCCASION TYPE AS THE
      *                   GREETING KIND.  A LANGUAGE WITH NO ACTIVE
      *                   PHRASE FALLS BACK TO THE "EN" ENTRY AND IS
      *                   COUNTED.  WITH NEITHER FILE ON HAND - OR NO
      *                   "EN" PHRASE - THE LINES READ "HAPPY
      *                   BIRTHDAY " AND "HAPPY ANNIVERSARY " AS
      *                   BEFORE.
      *  2026-10-15 DEV   RECORD EVERY GREETING WRITTEN ON THE CONTHIST
      *                   CONTACT-HISTORY LEDGER (CHANNEL BIRTHDAY OR
      *                   ANNIVERSARY, SEE COPYBOOK CONTLOGP) THROUGH
      *                   THE CONTLOG SUBPROGRAM.  A LEDGER THAT
      *                   CANNOT BE WRITTEN ABORTS THE RUN LIKE ANY
      *                   OTHER OUTPUT FILE.  THE CRM TOUCHPOINT IS
      *                   LEDGERED BY CRMDISP WHEN IT IS DISPATCHED.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCCGREET.
               RECORD KEY IS CH-CUST-ID
               FILE STATUS IS OG-CHP-FILE-STATUS.

           SELECT CUST-FILE ASSIGN TO "CUST-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS OG-CUST-FILE-STATUS.

           SELECT PHR-FILE ASSIGN TO "PHR-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-PHRASE-KEY
               FILE STATUS IS OG-PHR-FILE-STATUS.

           SELECT GREET-OUT ASSIGN TO "GREET-OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OG-GREET-OUT-STATUS.
       FD  CHP-FILE.
       COPY CHPREC.

       FD  CUST-FILE.
       COPY CUSTREC.

       FD  PHR-FILE.
       COPY PHRASREC.

       FD  GREET-OUT
           RECORDING MODE IS F.
       01  OG-GREET-OUT-REC            PIC X(80).
       77  OG-CRM-ALLOW-SW             PIC X(01) VALUE "Y".
           88  OG-CRM-ALLOWED          VALUE "Y".

       77  OG-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  OG-CUST-FILE-OK         VALUE "00".

       77  OG-CUST-AVAILABLE-SW        PIC X(01) VALUE "N".
           88  OG-CUST-FILE-AVAILABLE  VALUE "Y".

       77  OG-PHR-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  OG-PHR-FILE-OK          VALUE "00".

       77  OG-PHR-AVAILABLE-SW         PIC X(01) VALUE "N".
           88  OG-PHR-FILE-AVAILABLE   VALUE "Y".

       77  OG-PHRASE-FOUND-SW          PIC X(01) VALUE "N".
           88  OG-PHRASE-FOUND         VALUE "Y".

       77  OG-LANG-CODE                PIC X(02) VALUE "EN".
       77  OG-GREET-WORD               PIC X(30) VALUE SPACES.

       77  OG-GREET-LOCK-SW            PIC X(01) VALUE "N".
           88  OG-GREET-LOCK-HELD      VALUE "Y".


       COPY GRTLOCKP.

       COPY CONTLOGP.

       77  OG-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
       77  OG-SELECT-COUNT             PIC 9(08) COMP VALUE ZERO.
       77  OG-WRITE-COUNT              PIC 9(08) COMP VALUE ZERO.
       77  OG-SUPPRESS-COUNT           PIC 9(08) COMP VALUE ZERO.
       77  OG-CRMSKIP-COUNT            PIC 9(08) COMP VALUE ZERO.
       77  OG-LANGFB-COUNT             PIC 9(08) COMP VALUE ZERO.

       01  OG-TODAY-DATE               PIC 9(08) VALUE ZERO.

       77  OG-OCC-MMDD                 PIC 9(04) VALUE ZERO.
       77  OG-OCC-QUOTIENT             PIC 9(04) COMP VALUE ZERO.

       77  OG-OCC-FIRES-SW             PIC X(01) VALUE "N".
           88  OG-OCC-FIRES            VALUE "Y".

       77  OG-LAST-DONE-DATE           PIC 9(08) VALUE ZERO.

      *    CATCH-UP WINDOW: ONE ENTRY PER CALENDAR DAY FROM THE
      *    PROCESSING DATE BACK TO THE DAY AFTER THE LAST OCCDONE
      *    STAMP, EACH CARRYING ITS OWN LEAP-YEAR FLAG FOR THE
      *    FEBRUARY-29TH RULE.
       78  OG-CATCHUP-DAYS-MAX         VALUE 31.

       77  OG-WINDOW-COUNT             PIC 9(04) COMP VALUE ZERO.

       01  OG-WINDOW-TABLE.
           05  OG-WINDOW-ENTRY OCCURS 31 TIMES
                   INDEXED BY OG-WIN-IDX.
               10  OG-WIN-MMDD         PIC 9(04).
               10  OG-WIN-LEAP-SW      PIC X(01).
                   88  OG-WIN-LEAP-YEAR
                                       VALUE "Y".

       01  OG-WORK-DATE                PIC 9(08) VALUE ZERO.

       01  OG-WORK-PARTS REDEFINES OG-WORK-DATE.
           05  OG-WORK-YEAR            PIC 9(04).
           05  OG-WORK-MONTH           PIC 9(02).
           05  OG-WORK-DAY             PIC 9(02).

       01  OG-WORK-MMDD-VIEW REDEFINES OG-WORK-DATE.
           05  FILLER                  PIC 9(04).
           05  OG-WORK-MMDD            PIC 9(04).

       01  OG-MONTH-DAYS-VALUES.
           05  FILLER                  PIC X(12) VALUE "312831303130".
           05  FILLER                  PIC X(12) VALUE "313130313031".

       01  OG-MONTH-DAYS-TABLE REDEFINES OG-MONTH-DAYS-VALUES.
           05  OG-MONTH-DAYS OCCURS 12 TIMES
                                       PIC 9(02).

       77  OG-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
       77  OG-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.

       77  OG-LEAP-SW                  PIC X(01) VALUE "N".
           88  OG-LEAP-YEAR            VALUE "Y".

       01  OG-TRAILER-LINE.
           05  FILLER                  PIC X(03) VALUE "TRL".
           05  OG-TRL-LINE-COUNT       PIC 9(08).
           PERFORM 1050-READ-RUN-CONTROL
               THRU 1050-READ-RUN-CONTROL-EXIT.

           PERFORM 1100-CHECK-ALREADY-RAN
               THRU 1100-CHECK-ALREADY-RAN-EXIT.
           IF OG-ALREADY-RAN
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1200-BUILD-CATCHUP-WINDOW
               THRU 1200-BUILD-CATCHUP-WINDOW-EXIT.

      *    THE START RECORD DELIBERATELY FOLLOWS THE ALREADY-RAN
      *    CHECK: A SCHEDULER RETRY OF A RUN THAT REALLY FINISHED
      *    ENDS QUIETLY WITH NO STATISTICS AT ALL, AS IT ALWAYS
               SET OG-CHP-FILE-AVAILABLE TO TRUE
           END-IF.

           OPEN INPUT CUST-FILE.
           IF OG-CUST-FILE-OK
               SET OG-CUST-FILE-AVAILABLE TO TRUE
           END-IF.

           OPEN INPUT PHR-FILE.
           IF OG-PHR-FILE-OK
               SET OG-PHR-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "OCCGREET: PHR-FILE NOT AVAILABLE, STATUS = "
                   OG-PHR-FILE-STATUS " - EVERY CUSTOMER WILL BE "
                   "GREETED IN ENGLISH"
           END-IF.

           MOVE LOW-VALUES TO OC-OCC-KEY.
           START OCC-FILE KEY NOT < OC-OCC-KEY
               INVALID KEY
      *                   JOB THAT REALLY FINISHED CANNOT HAND CRM
      *                   EVERY OCCASION TWICE.  NO STAMP ON FILE
      *                   JUST MEANS THIS IS THE FIRST EVER RUN.
      *                   THE STAMPED DATE IS KEPT AS THE START OF
      *                   THE CATCH-UP WINDOW.
      *----------------------------------------------------------------
       1100-CHECK-ALREADY-RAN.
           OPEN INPUT OCCDONE.
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OG-DONE-DATE IS NUMERIC
                           MOVE OG-DONE-DATE TO OG-LAST-DONE-DATE
                       END-IF
                       IF OG-DONE-DATE IS NUMERIC
                          AND OG-DONE-DATE = OG-TODAY-DATE
                           SET OG-ALREADY-RAN TO TRUE
       1100-CHECK-ALREADY-RAN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1200-BUILD-CATCHUP-WINDOW  --  LIST THE CALENDAR DAYS THIS
      *                   RUN GREETS FOR: THE PROCESSING DATE, THEN
      *                   EACH EARLIER DAY BACK TO THE DAY AFTER THE
      *                   LAST OCCDONE STAMP, SO THE WEEKEND AND
      *                   HOLIDAY OCCASIONS THE CLOSED SHOP NEVER RAN
      *                   FOR ARE GREETED ON THE NEXT BUSINESS DAY.
      *                   NO STAMP, OR A STAMP NOT BEFORE THE
      *                   PROCESSING DATE (A RERUN OF AN EARLIER
      *                   DATE), MEANS THE PROCESSING DATE ONLY.  A
      *                   STAMP OLDER THAN THE CAP IS WARNED AND ONLY
      *                   THE LATEST OG-CATCHUP-DAYS-MAX DAYS ARE
      *                   CAUGHT UP.
      *----------------------------------------------------------------
       1200-BUILD-CATCHUP-WINDOW.
           MOVE ZERO TO OG-WINDOW-COUNT.
           MOVE OG-TODAY-DATE TO OG-WORK-DATE.
           PERFORM 1250-ADD-WINDOW-DAY
               THRU 1250-ADD-WINDOW-DAY-EXIT.

           IF OG-LAST-DONE-DATE = ZERO
              OR OG-LAST-DONE-DATE NOT < OG-TODAY-DATE
               GO TO 1200-BUILD-CATCHUP-WINDOW-EXIT
           END-IF.

           PERFORM 7150-BACK-ONE-DAY
               THRU 7150-BACK-ONE-DAY-EXIT.
           PERFORM 1220-ADD-EARLIER-DAY
               THRU 1220-ADD-EARLIER-DAY-EXIT
               UNTIL OG-WORK-DATE NOT > OG-LAST-DONE-DATE
                  OR OG-WINDOW-COUNT NOT < OG-CATCHUP-DAYS-MAX.

           IF OG-WORK-DATE > OG-LAST-DONE-DATE
               DISPLAY "OCCGREET: LAST COMPLETED RUN " OG-LAST-DONE-DATE
                   " IS MORE THAN " OG-CATCHUP-DAYS-MAX " DAYS BACK - "
                   "CATCHING UP THE LATEST " OG-CATCHUP-DAYS-MAX
                   " DAYS ONLY"
           END-IF.

           IF OG-WINDOW-COUNT > 1
               DISPLAY "OCCGREET: CATCHING UP " OG-WINDOW-COUNT
                   " CALENDAR DAYS THROUGH " OG-TODAY-DATE
           END-IF.

       1200-BUILD-CATCHUP-WINDOW-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1220-ADD-EARLIER-DAY  --  TAKE THE CURRENT WORK DATE INTO
      *                   THE WINDOW AND STEP ONE DAY FURTHER BACK.
      *----------------------------------------------------------------
       1220-ADD-EARLIER-DAY.
           PERFORM 1250-ADD-WINDOW-DAY
               THRU 1250-ADD-WINDOW-DAY-EXIT.
           PERFORM 7150-BACK-ONE-DAY
               THRU 7150-BACK-ONE-DAY-EXIT.

       1220-ADD-EARLIER-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1250-ADD-WINDOW-DAY  --  ENTER THE WORK DATE'S MONTH AND DAY
      *                   AND ITS YEAR'S LEAP FLAG IN THE WINDOW.
      *----------------------------------------------------------------
       1250-ADD-WINDOW-DAY.
           ADD 1 TO OG-WINDOW-COUNT.
           SET OG-WIN-IDX TO OG-WINDOW-COUNT.
           MOVE OG-WORK-MMDD TO OG-WIN-MMDD(OG-WIN-IDX).
           PERFORM 7180-CHECK-LEAP-YEAR
               THRU 7180-CHECK-LEAP-YEAR-EXIT.
           MOVE OG-LEAP-SW TO OG-WIN-LEAP-SW(OG-WIN-IDX).

       1250-ADD-WINDOW-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1150-ACQUIRE-LOCKS  --  DECLARE THE SHARED FILES THIS RUN
      *                   HOLDS TO THE GRTLOCK INTERLOCK, NOTING PER

      *----------------------------------------------------------------
      *  2000-PROCESS-OCCASION  --  TEST ONE OCCASION RECORD AGAINST
      *                   THE CATCH-UP WINDOW AND EMIT ITS GREETING
      *                   WHEN IT FIRES.
      *----------------------------------------------------------------
       2000-PROCESS-OCCASION.
           EXIT.

      *----------------------------------------------------------------
      *  2100-TEST-OCCASION-DATE  --  AN OCCASION FIRES, ONCE, WHEN
      *                   ITS MONTH AND DAY MATCH ANY DAY IN THE
      *                   CATCH-UP WINDOW.
      *----------------------------------------------------------------
       2100-TEST-OCCASION-DATE.
           DIVIDE OC-OCC-DATE BY 10000 GIVING OG-OCC-QUOTIENT
               REMAINDER OG-OCC-MMDD.

           MOVE "N" TO OG-OCC-FIRES-SW.
           PERFORM 2150-TEST-WINDOW-DAY
               THRU 2150-TEST-WINDOW-DAY-EXIT
               VARYING OG-WIN-IDX FROM 1 BY 1
               UNTIL OG-WIN-IDX > OG-WINDOW-COUNT
                  OR OG-OCC-FIRES.

           IF OG-OCC-FIRES
               PERFORM 2200-EMIT-GREETING
                   THRU 2200-EMIT-GREETING-EXIT
           END-IF.

       2100-TEST-OCCASION-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2150-TEST-WINDOW-DAY  --  MATCH THE OCCASION AGAINST ONE
      *                   WINDOW DAY: THE SAME MONTH AND DAY, OR A
      *                   FEBRUARY-29TH OCCASION ON FEBRUARY 28TH OF
      *                   A NON-LEAP YEAR.
      *----------------------------------------------------------------
       2150-TEST-WINDOW-DAY.
           EVALUATE TRUE
               WHEN OG-OCC-MMDD = OG-WIN-MMDD(OG-WIN-IDX)
                   SET OG-OCC-FIRES TO TRUE
               WHEN OG-OCC-MMDD = 0229
                   AND OG-WIN-MMDD(OG-WIN-IDX) = 0228
                   AND NOT OG-WIN-LEAP-YEAR(OG-WIN-IDX)
                   SET OG-OCC-FIRES TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2150-TEST-WINDOW-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
               GO TO 2200-EMIT-GREETING-EXIT
           END-IF.

           PERFORM 2250-RESOLVE-PHRASE
               THRU 2250-RESOLVE-PHRASE-EXIT.

           MOVE SPACES TO OG-GREET-OUT-REC.
           STRING OG-GREET-WORD DELIMITED BY "  "
               " " DELIMITED BY SIZE
               OC-CUST-NAME DELIMITED BY SIZE
               INTO OG-GREET-OUT-REC.

           WRITE OG-GREET-OUT-REC.
           IF NOT OG-GREET-OUT-OK
               GO TO 9999-EXIT
           END-IF.

           PERFORM 2400-RECORD-CONTACT
               THRU 2400-RECORD-CONTACT-EXIT.

           PERFORM 2350-CHECK-CHANNELS
               THRU 2350-CHECK-CHANNELS-EXIT.

       2200-EMIT-GREETING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2250-RESOLVE-PHRASE  --  SET OG-GREET-WORD TO THE BIRTHDAY
      *                   OR ANNIVERSARY WORDING IN THE CUSTOMER'S
      *                   PREFERRED LANGUAGE.  NO CUST-FILE RECORD OR
      *                   A BLANK CODE MEANS ENGLISH.  A LANGUAGE WITH
      *                   NO ACTIVE PHRASE IS COUNTED AS A FALLBACK
      *                   AND GETS THE "EN" PHRASE; WITH NO "EN"
      *                   PHRASE EITHER, THE BUILT-IN WORDING STANDS.
      *----------------------------------------------------------------
       2250-RESOLVE-PHRASE.
           MOVE "EN" TO OG-LANG-CODE.
           IF OC-BIRTHDAY
               MOVE "HAPPY BIRTHDAY" TO OG-GREET-WORD
           ELSE
               MOVE "HAPPY ANNIVERSARY" TO OG-GREET-WORD
           END-IF.

           IF OG-CUST-FILE-AVAILABLE
               MOVE OC-CUST-ID TO CM-CUST-ID
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-LANG-CODE NOT = SPACES
                           MOVE CM-LANG-CODE TO OG-LANG-CODE
                       END-IF
               END-READ
           END-IF.

           MOVE OG-LANG-CODE TO PH-LANG-CODE.
           PERFORM 2260-READ-PHRASE
               THRU 2260-READ-PHRASE-EXIT.
           IF OG-PHRASE-FOUND
               GO TO 2250-RESOLVE-PHRASE-EXIT
           END-IF.

           IF OG-LANG-CODE NOT = "EN"
               ADD 1 TO OG-LANGFB-COUNT
               MOVE "EN" TO PH-LANG-CODE
               PERFORM 2260-READ-PHRASE
                   THRU 2260-READ-PHRASE-EXIT
           END-IF.

       2250-RESOLVE-PHRASE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2260-READ-PHRASE  --  LOOK UP THE PHRASE FOR THE LANGUAGE IN
      *                   PH-LANG-CODE UNDER THE OCCASION TYPE (B OR
      *                   A, THE SAME CODES AS THE PHRASE KINDS).
      *                   OG-PHRASE-FOUND IS SET, AND OG-GREET-WORD
      *                   REPLACED, ONLY FOR AN ACTIVE RECORD WITH
      *                   TEXT ON IT.
      *----------------------------------------------------------------
       2260-READ-PHRASE.
           MOVE "N" TO OG-PHRASE-FOUND-SW.

           IF NOT OG-PHR-FILE-AVAILABLE
               GO TO 2260-READ-PHRASE-EXIT
           END-IF.

           MOVE OC-OCC-TYPE TO PH-GREET-KIND.
           READ PHR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PH-ACTIVE
                      AND PH-PHRASE-TEXT NOT = SPACES
                       SET OG-PHRASE-FOUND TO TRUE
                       MOVE PH-PHRASE-TEXT TO OG-GREET-WORD
                   END-IF
           END-READ.

       2260-READ-PHRASE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2300-CHECK-SUPPRESSION  --  CHECK THE OCCASION'S CUSTOMER
      *                   AGAINST THE DO-NOT-GREET MASTER, AS
           EXIT.

      *----------------------------------------------------------------
      *  2400-RECORD-CONTACT  --  ENTER THE GREETING JUST WRITTEN ON
      *                   THE CONTACT-HISTORY LEDGER UNDER ITS
      *                   OCCASION'S CHANNEL.
      *----------------------------------------------------------------
       2400-RECORD-CONTACT.
           MOVE SPACES TO LC-LEDGER-PARMS.
           SET LC-WRITE-ENTRY TO TRUE.
           MOVE OC-CUST-ID TO LC-CUST-ID.
           MOVE OG-TODAY-DATE TO LC-CONTACT-DATE.
           MOVE ZERO TO LC-CONTACT-TIME.
           MOVE ZERO TO LC-OUTCOME-DATE.
           MOVE "OCCGREET" TO LC-CALLER-PGM.
           MOVE OG-RUN-ID TO LC-CALLER-RUN.
           IF OC-BIRTHDAY
               SET LC-BIRTHDAY TO TRUE
               STRING "BIRTHDAY GREETING, LANGUAGE "
                   DELIMITED BY SIZE
                   OG-LANG-CODE DELIMITED BY SIZE
                   INTO LC-DETAIL
           ELSE
               SET LC-ANNIVERSARY TO TRUE
               STRING "ANNIVERSARY GREETING, LANGUAGE "
                   DELIMITED BY SIZE
                   OG-LANG-CODE DELIMITED BY SIZE
                   INTO LC-DETAIL
           END-IF.
           CALL "CONTLOG" USING LC-LEDGER-PARMS.

           IF NOT LC-LEDGER-OK
               DISPLAY "OCCGREET: UNABLE TO RECORD CONTACT FOR "
                   OC-CUST-ID " ON CONTHIST"
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.

       2400-RECORD-CONTACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7150-BACK-ONE-DAY  --  STEP OG-WORK-DATE BACK ONE DAY,
      *                   ROLLING THE MONTH AND YEAR AND GIVING
      *                   FEBRUARY ITS LEAP DAY WHEN THE YEAR CALLS
      *                   FOR ONE.
      *----------------------------------------------------------------
       7150-BACK-ONE-DAY.
           SUBTRACT 1 FROM OG-WORK-DAY.

           IF OG-WORK-DAY = ZERO
               SUBTRACT 1 FROM OG-WORK-MONTH
               IF OG-WORK-MONTH = ZERO
                   MOVE 12 TO OG-WORK-MONTH
                   SUBTRACT 1 FROM OG-WORK-YEAR
               END-IF
               MOVE OG-MONTH-DAYS(OG-WORK-MONTH) TO OG-WORK-DAY
               IF OG-WORK-MONTH = 2
                   PERFORM 7180-CHECK-LEAP-YEAR
                       THRU 7180-CHECK-LEAP-YEAR-EXIT
                   IF OG-LEAP-YEAR
                       MOVE 29 TO OG-WORK-DAY
                   END-IF
               END-IF
           END-IF.

       7150-BACK-ONE-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7180-CHECK-LEAP-YEAR  --  SET OG-LEAP-YEAR FOR THE WORK
      *                   DATE'S YEAR: DIVISIBLE BY 4, EXCEPT
      *                   CENTURIES NOT DIVISIBLE BY 400.
      *----------------------------------------------------------------
       7180-CHECK-LEAP-YEAR.
           MOVE "N" TO OG-LEAP-SW.

           DIVIDE OG-WORK-YEAR BY 4 GIVING OG-LEAP-QUOTIENT
               REMAINDER OG-LEAP-REMAINDER.
           IF OG-LEAP-REMAINDER = ZERO
               SET OG-LEAP-YEAR TO TRUE
               DIVIDE OG-WORK-YEAR BY 100 GIVING OG-LEAP-QUOTIENT
                   REMAINDER OG-LEAP-REMAINDER
               IF OG-LEAP-REMAINDER = ZERO
                   MOVE "N" TO OG-LEAP-SW
                   DIVIDE OG-WORK-YEAR BY 400 GIVING OG-LEAP-QUOTIENT
                       REMAINDER OG-LEAP-REMAINDER
                   IF OG-LEAP-REMAINDER = ZERO
                       SET OG-LEAP-YEAR TO TRUE
               " SELECTED=" OG-SELECT-COUNT
               " WRITTEN=" OG-WRITE-COUNT
               " SUPPRESSED=" OG-SUPPRESS-COUNT
               " CRM-SKIPPED=" OG-CRMSKIP-COUNT
               " LANG-FALLBACK=" OG-LANGFB-COUNT.

           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.
           IF OG-CHP-FILE-AVAILABLE
               CLOSE CHP-FILE
           END-IF.
           IF OG-CUST-FILE-AVAILABLE
               CLOSE CUST-FILE
           END-IF.
           IF OG-PHR-FILE-AVAILABLE
               CLOSE PHR-FILE
           END-IF.
           SET LC-CLOSE-LEDGER TO TRUE.
           CALL "CONTLOG" USING LC-LEDGER-PARMS.

       9100-CLOSE-ALL-EXIT.
           EXIT.
