      *================================================================
      *
      *  PROGRAM-ID.    PHONDESK
      *
      *  AUTHOR.        D. VRIES
      *  INSTALLATION.  CLOUD-RUN-COBOL
      *  DATE-WRITTEN.  2026-10-15
      *
      *  REMARKS.       INTERACTIVE PHONE-DESK MAINTENANCE OF A
      *                 CALLER'S OPT-OUT AND CONTACT-CHANNEL
      *                 PREFERENCES, SO "STOP WRITING TO ME" TAKES
      *                 EFFECT WHILE THE CALLER IS STILL ON THE LINE
      *                 INSTEAD OF AFTER THE NEXT SUPMAINT OR CHPMAINT
      *                 RUN.  THE AGENT SIGNS ON WITH A USER ID, THEN
      *                 LOOKS A CUSTOMER UP BY ID OR BY NAME THE WAY
      *                 CUSTINQ DOES (ID FIRST, THEN THE FIRST NAME
      *                 MATCH, SAYING HOW MANY MORE MATCHED) AND SEES
      *                 THE SUPP-FILE OPT-OUT AND THE CHP-FILE LETTER
      *                 AND CRM FLAGS AS THEY STAND.  THE AGENT MAY:
      *                   O - ADD AN OPT-OUT, WITH A REASON (A LIFTED
      *                       ONE IS REACTIVATED UNDER THE NEW REASON)
      *                   L - LIFT AN ACTIVE OPT-OUT, WITH A REASON,
      *                       AFTER A SEPARATE CONFIRMATION SCREEN
      *                   C - SET THE LETTER AND CRM FLAGS
      *                 EACH CHANGE IS APPLIED TO THE MASTER AT ONCE,
      *                 UNDER THE GRTLOCK INTERLOCK ON THAT MASTER
      *                 (RESOURCE SUPP-FILE OR CHP-FILE, HELD FOR THE
      *                 CHANGE ONLY, WITH THE AGENT'S USER ID AS THE
      *                 HOLDER'S RUN), SO IT CANNOT LAND IN THE MIDDLE
      *                 OF A NIGHTLY RUN - A BUSY MASTER IS SAID SO
      *                 AND NOTHING IS CHANGED.  THE RECORD IS READ
      *                 AGAIN UNDER THE LOCK AND A CHANGE IS REFUSED
      *                 IF IT NO LONGER MATCHES WHAT THE AGENT SAW.
      *                 EVERY CHANGE WRITES THE SAME MNTAUDIT BEFORE/
      *                 AFTER RECORD AS THE BATCH MAINTENANCE, RUN ID
      *                 "PHONDESK", STAMPED WITH THE DATE AND TIME OF
      *                 THE CHANGE AND CARRYING THE AGENT'S USER ID;
      *                 A LIFT IS A SUPP-FILE DELETE AND SO IS FLAGGED
      *                 BY MNTAUDRP LIKE ANY OTHER.  AN ERASED
      *                 CUSTOMER CANNOT BE CHANGED.  A SUPP-FILE OR
      *                 CHP-FILE THAT IS ON HAND BUT CANNOT BE READ
      *                 SHOWS "UNAVAILABLE" WITH ITS FILE STATUS, AND
      *                 O AND L (SUPP-FILE) OR C (CHP-FILE) ARE
      *                 REFUSED UNTIL THE FLAGS READ CLEANLY AGAIN -
      *                 ONLY A MASTER NOT ON HAND AT ALL MEANS
      *                 NOTHING IS ON FILE.  AN AUDIT RECORD
      *                 THAT CANNOT BE WRITTEN ENDS THE SESSION WITH
      *                 RETURN-CODE 16 AND THE LOCK LEFT HELD FOR
      *                 OPSRPT TO REPORT - THE MASTER MUST NOT DRIFT
      *                 AHEAD OF ITS TRAIL.
      *                 RETURN CODES: 0 SIGNED OFF, 16 CUST-FILE NOT
      *                 AVAILABLE OR AN AUDIT FAILURE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  -----------------------------------------
      *  2026-10-15 DEV   ORIGINAL PROGRAM.
      *  2026-10-15 DEV   ONLY STATUS 35 ON SUPP-FILE OR CHP-FILE NOW
      *                   MEANS NOTHING ON FILE.  ANY OTHER OPEN OR
      *                   READ FAILURE SHOWS THE FLAGS AS UNAVAILABLE
      *                   WITH THE STATUS, INSTEAD OF "NONE" AND "ALL
      *                   CHANNELS", AND REFUSES O, L, AND C FOR THAT
      *                   MASTER UNTIL IT READS CLEANLY AGAIN.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHONDESK.
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
           SELECT CUST-FILE ASSIGN TO "CUST-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS PD-CUST-FILE-STATUS.

           SELECT SUPP-FILE ASSIGN TO "SUPP-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-CUST-ID
               FILE STATUS IS PD-SUPP-FILE-STATUS.

           SELECT CHP-FILE ASSIGN TO "CHP-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CUST-ID
               FILE STATUS IS PD-CHP-FILE-STATUS.

           SELECT MNTAUDIT ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-MNTAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
       COPY CUSTREC.

       FD  SUPP-FILE.
       COPY SUPPREC.

       FD  CHP-FILE.
       COPY CHPREC.

       FD  MNTAUDIT
           RECORDING MODE IS F.
       COPY MNTAUDIT.

       WORKING-STORAGE SECTION.
       COPY GRTLOCKP.

       77  PD-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  PD-CUST-FILE-OK         VALUE "00".

       77  PD-SUPP-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  PD-SUPP-FILE-OK         VALUE "00".

       77  PD-CHP-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  PD-CHP-FILE-OK          VALUE "00".

       77  PD-MNTAUDIT-STATUS          PIC X(02) VALUE SPACES.
           88  PD-MNTAUDIT-OK          VALUE "00".

       77  PD-CUST-OPEN-SW             PIC X(01) VALUE "N".
           88  PD-CUST-OPEN            VALUE "Y".

       77  PD-SUPP-OPEN-SW             PIC X(01) VALUE "N".
           88  PD-SUPP-OPEN            VALUE "Y".

       77  PD-CHP-OPEN-SW              PIC X(01) VALUE "N".
           88  PD-CHP-OPEN             VALUE "Y".

       77  PD-AUDIT-OPEN-SW            PIC X(01) VALUE "N".
           88  PD-AUDIT-OPEN           VALUE "Y".

       77  PD-LOCK-HELD-SW             PIC X(01) VALUE "N".
           88  PD-LOCK-HELD            VALUE "Y".

       77  PD-SESSION-SW               PIC X(01) VALUE "N".
           88  PD-SESSION-ENDED        VALUE "Y".

       77  PD-CUSTOMER-SW              PIC X(01) VALUE "N".
           88  PD-CUSTOMER-DONE        VALUE "Y".

       77  PD-SIGNED-ON-SW             PIC X(01) VALUE "N".
           88  PD-SIGNED-ON            VALUE "Y".

       77  PD-RESOLVE-SW               PIC X(01) VALUE "U".
           88  PD-RESOLVED             VALUE "R".
           88  PD-UNRESOLVED           VALUE "U".

       77  PD-SCAN-EOF-SW              PIC X(01) VALUE "N".
           88  PD-SCAN-EOF             VALUE "Y".

       77  PD-CUST-STATE-SW            PIC X(01) VALUE SPACE.
           88  PD-CUST-ACTIVE          VALUE "A".
           88  PD-CUST-CLOSED          VALUE "D".
           88  PD-CUST-ERASED          VALUE "E".

      *    THE SUPP-FILE AND CHP-FILE RECORDS AS THE AGENT WAS SHOWN
      *    THEM, COMPARED AGAIN UNDER THE LOCK BEFORE ANY CHANGE.
       77  PD-SUPP-FOUND-SW            PIC X(01) VALUE "N".
           88  PD-SUPP-FOUND           VALUE "Y".
       77  PD-SUPP-SHOWN               PIC X(56) VALUE SPACES.

       77  PD-CHP-FOUND-SW             PIC X(01) VALUE "N".
           88  PD-CHP-FOUND            VALUE "Y".
       77  PD-CHP-SHOWN                PIC X(13) VALUE SPACES.

      *    SET WHEN A MASTER IS ON HAND BUT COULD NOT BE READ, WITH
      *    THE STATUS THAT STOPPED IT.  NO CHANGE IS TAKEN AGAINST
      *    FLAGS THE AGENT WAS NOT SHOWN.
       77  PD-SUPP-UNAVAIL-SW          PIC X(01) VALUE "N".
           88  PD-SUPP-UNAVAILABLE     VALUE "Y".
       77  PD-SUPP-BAD-STATUS          PIC X(02) VALUE SPACES.

       77  PD-CHP-UNAVAIL-SW           PIC X(01) VALUE "N".
           88  PD-CHP-UNAVAILABLE      VALUE "Y".
       77  PD-CHP-BAD-STATUS           PIC X(02) VALUE SPACES.

       77  PD-RECHECK-SW               PIC X(01) VALUE "N".
           88  PD-RECHECK-FOUND        VALUE "Y".

       77  PD-AUDIT-ACTION             PIC X(01) VALUE SPACE.
       01  PD-BEFORE-IMAGE             PIC X(120) VALUE SPACES.

       77  PD-EXTRA-MATCH-COUNT        PIC 9(04) COMP VALUE ZERO.
       77  PD-CHANGE-COUNT             PIC 9(08) COMP VALUE ZERO.
       77  PD-LOOKUP-COUNT             PIC 9(08) COMP VALUE ZERO.
       77  PD-EDIT-COUNT               PIC ZZZ9.

       77  PD-TODAY                    PIC 9(08) VALUE ZERO.
       77  PD-NOW-TIME                 PIC 9(08) VALUE ZERO.

       78  PD-LOWER-CASE               VALUE
               "abcdefghijklmnopqrstuvwxyz".
       78  PD-UPPER-CASE               VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    FIELDS SHOWN ON AND KEYED INTO THE SCREENS.
       01  PD-USER-ID                  PIC X(08) VALUE SPACES.
       01  PD-SEARCH-VALUE             PIC X(25) VALUE SPACES.
       01  PD-MESSAGE                  PIC X(79) VALUE SPACES.
       01  PD-MATCH-NOTE               PIC X(60) VALUE SPACES.

       01  PD-CUST-ID                  PIC X(10) VALUE SPACES.
       01  PD-CUST-NAME                PIC X(25) VALUE SPACES.
       01  PD-CUST-STATE-TEXT          PIC X(10) VALUE SPACES.

       01  PD-OPT-STATE-TEXT           PIC X(11) VALUE SPACES.
       01  PD-OPT-REASON               PIC X(20) VALUE SPACES.

       01  PD-CUR-LETTER               PIC X(01) VALUE SPACE.
       01  PD-CUR-CRM                  PIC X(01) VALUE SPACE.
       01  PD-CHP-STATE-TEXT           PIC X(40) VALUE SPACES.

       01  PD-ACTION                   PIC X(01) VALUE SPACE.
           88  PD-ACT-ADD-OPT-OUT      VALUE "O".
           88  PD-ACT-LIFT-OPT-OUT     VALUE "L".
           88  PD-ACT-CHANNELS         VALUE "C".
           88  PD-ACT-NEXT-CUSTOMER    VALUE "N" " ".
           88  PD-ACT-SIGN-OFF         VALUE "X".
       01  PD-NEW-REASON               PIC X(20) VALUE SPACES.
       01  PD-NEW-LETTER               PIC X(01) VALUE SPACE.
           88  PD-NEW-LETTER-OK        VALUE "Y" "N".
       01  PD-NEW-CRM                  PIC X(01) VALUE SPACE.
           88  PD-NEW-CRM-OK           VALUE "Y" "N".
       01  PD-CONFIRM                  PIC X(01) VALUE SPACE.
           88  PD-CONFIRMED            VALUE "Y".

       SCREEN SECTION.
       01  PD-SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE "PHONDESK".
           05  LINE 01 COLUMN 20
                   VALUE "PHONE-DESK OPT-OUT AND CHANNEL MAINTENANCE".
           05  LINE 04 COLUMN 01 VALUE "AGENT USER ID ........".
           05  LINE 04 COLUMN 24 PIC X(08) USING PD-USER-ID.
           05  LINE 06 COLUMN 01
                   VALUE "KEY YOUR OWN USER ID - IT IS RECORDED ON".
           05  LINE 07 COLUMN 01
                   VALUE "THE AUDIT TRAIL AGAINST EVERY CHANGE.".
           05  LINE 22 COLUMN 01 PIC X(79) FROM PD-MESSAGE.

       01  PD-SEARCH-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE "PHONDESK".
           05  LINE 01 COLUMN 20
                   VALUE "PHONE-DESK OPT-OUT AND CHANNEL MAINTENANCE".
           05  LINE 02 COLUMN 01 VALUE "AGENT".
           05  LINE 02 COLUMN 07 PIC X(08) FROM PD-USER-ID.
           05  LINE 04 COLUMN 01 VALUE "CUSTOMER ID OR NAME ..".
           05  LINE 04 COLUMN 24 PIC X(25) USING PD-SEARCH-VALUE.
           05  LINE 06 COLUMN 01
                   VALUE "LEAVE BLANK AND PRESS ENTER TO SIGN OFF.".
           05  LINE 22 COLUMN 01 PIC X(79) FROM PD-MESSAGE.

       01  PD-CUSTOMER-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE "PHONDESK".
           05  LINE 01 COLUMN 20
                   VALUE "PHONE-DESK OPT-OUT AND CHANNEL MAINTENANCE".
           05  LINE 02 COLUMN 01 VALUE "AGENT".
           05  LINE 02 COLUMN 07 PIC X(08) FROM PD-USER-ID.
           05  LINE 04 COLUMN 01 VALUE "CUSTOMER ID ..........".
           05  LINE 04 COLUMN 24 PIC X(10) FROM PD-CUST-ID.
           05  LINE 05 COLUMN 01 VALUE "NAME OF RECORD .......".
           05  LINE 05 COLUMN 24 PIC X(25) FROM PD-CUST-NAME.
           05  LINE 06 COLUMN 01 VALUE "CUSTOMER STATUS ......".
           05  LINE 06 COLUMN 24 PIC X(10) FROM PD-CUST-STATE-TEXT.
           05  LINE 07 COLUMN 01 PIC X(60) FROM PD-MATCH-NOTE.
           05  LINE 09 COLUMN 01 VALUE "OPT-OUT (SUPP-FILE) ..".
           05  LINE 09 COLUMN 24 PIC X(11) FROM PD-OPT-STATE-TEXT.
           05  LINE 10 COLUMN 01 VALUE "OPT-OUT REASON .......".
           05  LINE 10 COLUMN 24 PIC X(20) FROM PD-OPT-REASON.
           05  LINE 12 COLUMN 01 VALUE "LETTER CHANNEL .......".
           05  LINE 12 COLUMN 24 PIC X(01) FROM PD-CUR-LETTER.
           05  LINE 12 COLUMN 28 PIC X(40) FROM PD-CHP-STATE-TEXT.
           05  LINE 13 COLUMN 01 VALUE "CRM CHANNEL ..........".
           05  LINE 13 COLUMN 24 PIC X(01) FROM PD-CUR-CRM.
           05  LINE 15 COLUMN 01 VALUE "ACTION ...............".
           05  LINE 15 COLUMN 24 PIC X(01) USING PD-ACTION.
           05  LINE 15 COLUMN 28
                   VALUE "O=ADD OPT-OUT  L=LIFT OPT-OUT  C=CHANNELS".
           05  LINE 16 COLUMN 28
                   VALUE "N=NEXT CUSTOMER  X=SIGN OFF".
           05  LINE 17 COLUMN 01 VALUE "REASON (O AND L) .....".
           05  LINE 17 COLUMN 24 PIC X(20) USING PD-NEW-REASON.
           05  LINE 18 COLUMN 01 VALUE "NEW LETTER FLAG (Y/N) ".
           05  LINE 18 COLUMN 24 PIC X(01) USING PD-NEW-LETTER.
           05  LINE 19 COLUMN 01 VALUE "NEW CRM FLAG (Y/N) ...".
           05  LINE 19 COLUMN 24 PIC X(01) USING PD-NEW-CRM.
           05  LINE 22 COLUMN 01 PIC X(79) FROM PD-MESSAGE.

       01  PD-CONFIRM-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE "PHONDESK".
           05  LINE 01 COLUMN 20 VALUE "CONFIRM LIFTING AN OPT-OUT".
           05  LINE 04 COLUMN 01 VALUE "CUSTOMER ID ..........".
           05  LINE 04 COLUMN 24 PIC X(10) FROM PD-CUST-ID.
           05  LINE 05 COLUMN 01 VALUE "NAME OF RECORD .......".
           05  LINE 05 COLUMN 24 PIC X(25) FROM PD-CUST-NAME.
           05  LINE 07 COLUMN 01 VALUE "OPTED OUT BECAUSE ....".
           05  LINE 07 COLUMN 24 PIC X(20) FROM PD-OPT-REASON.
           05  LINE 08 COLUMN 01 VALUE "LIFTING BECAUSE ......".
           05  LINE 08 COLUMN 24 PIC X(20) FROM PD-NEW-REASON.
           05  LINE 10 COLUMN 01
                   VALUE "THE CUSTOMER WILL BE GREETED AND CONTACTED".
           05  LINE 11 COLUMN 01
                   VALUE "AGAIN FROM TONIGHT.  EVERY LIFT IS REPORTED".
           05  LINE 12 COLUMN 01
                   VALUE "TO COMPLIANCE UNDER YOUR USER ID.".
           05  LINE 14 COLUMN 01 VALUE "TYPE Y TO LIFT IT ....".
           05  LINE 14 COLUMN 24 PIC X(01) USING PD-CONFIRM.
           05  LINE 15 COLUMN 01
                   VALUE "ANYTHING ELSE LEAVES THE OPT-OUT IN PLACE.".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-FIND-CUSTOMER
               THRU 2000-FIND-CUSTOMER-EXIT
               UNTIL PD-SESSION-ENDED.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-INITIALIZE  --  OPEN CUST-FILE, WITHOUT WHICH NO CALLER
      *                   CAN BE FOUND, AND SIGN THE AGENT ON.  THE
      *                   USER ID OFFERED IS THE ONE THE SESSION IS
      *                   LOGGED ON UNDER; A SHARED DESK LOGON IS
      *                   OVERTYPED WITH THE AGENT'S OWN.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT CUST-FILE.
           IF NOT PD-CUST-FILE-OK
               DISPLAY "PHONDESK: UNABLE TO OPEN CUST-FILE, STATUS = "
                   PD-CUST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           SET PD-CUST-OPEN TO TRUE.

           ACCEPT PD-USER-ID FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE SPACES TO PD-USER-ID
           END-ACCEPT.
           INSPECT PD-USER-ID CONVERTING PD-LOWER-CASE
               TO PD-UPPER-CASE.

           MOVE SPACES TO PD-MESSAGE.
           PERFORM 1100-SIGN-ON
               THRU 1100-SIGN-ON-EXIT
               UNTIL PD-SIGNED-ON.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1100-SIGN-ON  --  ONE PASS OF THE SIGN-ON SCREEN.  A BLANK
      *                   USER ID IS NOT ACCEPTED - EVERY CHANGE
      *                   MUST NAME WHO MADE IT.
      *----------------------------------------------------------------
       1100-SIGN-ON.
           DISPLAY PD-SIGNON-SCREEN.
           ACCEPT PD-SIGNON-SCREEN.
           INSPECT PD-USER-ID CONVERTING PD-LOWER-CASE
               TO PD-UPPER-CASE.

           IF PD-USER-ID = SPACES
               MOVE "A USER ID IS REQUIRED" TO PD-MESSAGE
               GO TO 1100-SIGN-ON-EXIT
           END-IF.

           SET PD-SIGNED-ON TO TRUE.
           MOVE SPACES TO PD-MESSAGE.

       1100-SIGN-ON-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-FIND-CUSTOMER  --  TAKE AN ID OR A NAME FROM THE
      *                   SEARCH SCREEN AND, WHEN IT RESOLVES, SERVE
      *                   THAT CUSTOMER UNTIL THE AGENT MOVES ON.  A
      *                   BLANK SEARCH SIGNS THE AGENT OFF.
      *----------------------------------------------------------------
       2000-FIND-CUSTOMER.
           MOVE SPACES TO PD-SEARCH-VALUE.
           DISPLAY PD-SEARCH-SCREEN.
           ACCEPT PD-SEARCH-SCREEN.

           IF PD-SEARCH-VALUE = SPACES
               SET PD-SESSION-ENDED TO TRUE
               GO TO 2000-FIND-CUSTOMER-EXIT
           END-IF.

           ADD 1 TO PD-LOOKUP-COUNT.
           SET PD-UNRESOLVED TO TRUE.
           MOVE ZERO TO PD-EXTRA-MATCH-COUNT.
           MOVE SPACES TO PD-MATCH-NOTE.

           IF PD-SEARCH-VALUE(11:15) = SPACES
               MOVE PD-SEARCH-VALUE(1:10) TO CM-CUST-ID
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PD-RESOLVED TO TRUE
               END-READ
           END-IF.

           IF PD-UNRESOLVED
               PERFORM 2100-SEARCH-BY-NAME
                   THRU 2100-SEARCH-BY-NAME-EXIT
           END-IF.

           IF PD-UNRESOLVED
               MOVE SPACES TO PD-MESSAGE
               STRING "NO CUSTOMER ON FILE WITH ID OR NAME "
                   DELIMITED BY SIZE
                   PD-SEARCH-VALUE DELIMITED BY "  "
                   INTO PD-MESSAGE
               GO TO 2000-FIND-CUSTOMER-EXIT
           END-IF.

           MOVE CM-CUST-ID TO PD-CUST-ID.
           MOVE CM-CUST-NAME TO PD-CUST-NAME.
           EVALUATE TRUE
               WHEN CM-DELETED AND CM-CUST-NAME = SPACES
                   SET PD-CUST-ERASED TO TRUE
                   MOVE "ERASED" TO PD-CUST-STATE-TEXT
               WHEN CM-DELETED
                   SET PD-CUST-CLOSED TO TRUE
                   MOVE "CLOSED" TO PD-CUST-STATE-TEXT
               WHEN OTHER
                   SET PD-CUST-ACTIVE TO TRUE
                   MOVE "ACTIVE" TO PD-CUST-STATE-TEXT
           END-EVALUATE.

           IF PD-EXTRA-MATCH-COUNT > ZERO
               MOVE PD-EXTRA-MATCH-COUNT TO PD-EDIT-COUNT
               STRING "*** " DELIMITED BY SIZE
                   PD-EDIT-COUNT DELIMITED BY SIZE
                   " MORE CUSTOMERS HAVE THIS NAME - SEARCH BY ID"
                   DELIMITED BY SIZE
                   INTO PD-MATCH-NOTE
           END-IF.

           MOVE SPACES TO PD-MESSAGE.
           MOVE "N" TO PD-CUSTOMER-SW.
           PERFORM 3000-SERVE-CUSTOMER
               THRU 3000-SERVE-CUSTOMER-EXIT
               UNTIL PD-CUSTOMER-DONE
                  OR PD-SESSION-ENDED.

       2000-FIND-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2100-SEARCH-BY-NAME  --  SCAN CUST-FILE FOR THE FIRST
      *                   CUSTOMER WHOSE NAME OF RECORD MATCHES THE
      *                   SEARCH VALUE, COUNTING ANY FURTHER MATCHES,
      *                   AND LEAVE THE MATCHED RECORD IN THE AREA.
      *----------------------------------------------------------------
       2100-SEARCH-BY-NAME.
           MOVE "N" TO PD-SCAN-EOF-SW.

           MOVE LOW-VALUES TO CM-CUST-ID.
           START CUST-FILE KEY NOT < CM-CUST-ID
               INVALID KEY
                   SET PD-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2150-SCAN-CUST-REC
               THRU 2150-SCAN-CUST-REC-EXIT
               UNTIL PD-SCAN-EOF.

           IF PD-RESOLVED
               MOVE PD-CUST-ID TO CM-CUST-ID
               READ CUST-FILE
                   INVALID KEY
                       SET PD-UNRESOLVED TO TRUE
               END-READ
           END-IF.

       2100-SEARCH-BY-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2150-SCAN-CUST-REC  --  TEST ONE CUSTOMER RECORD AGAINST THE
      *                   SEARCH NAME.  ANY READ STATUS OTHER THAN
      *                   CLEAN ENDS THE SCAN.
      *----------------------------------------------------------------
       2150-SCAN-CUST-REC.
           READ CUST-FILE NEXT RECORD
               AT END
                   SET PD-SCAN-EOF TO TRUE
               NOT AT END
                   IF CM-CUST-NAME = PD-SEARCH-VALUE
                       IF PD-RESOLVED
                           ADD 1 TO PD-EXTRA-MATCH-COUNT
                       ELSE
                           SET PD-RESOLVED TO TRUE
                           MOVE CM-CUST-ID TO PD-CUST-ID
                       END-IF
                   END-IF
           END-READ.

           IF NOT PD-CUST-FILE-OK
               SET PD-SCAN-EOF TO TRUE
           END-IF.

       2150-SCAN-CUST-REC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3000-SERVE-CUSTOMER  --  SHOW THE CUSTOMER'S FLAGS AS THEY
      *                   STAND NOW, TAKE ONE ACTION, AND CARRY IT
      *                   OUT.  THE FLAGS ARE READ AFRESH EVERY PASS
      *                   SO THE AGENT ALWAYS SEES THE MASTERS.
      *----------------------------------------------------------------
       3000-SERVE-CUSTOMER.
           PERFORM 3100-LOAD-FLAGS
               THRU 3100-LOAD-FLAGS-EXIT.

           MOVE SPACE TO PD-ACTION.
           MOVE SPACES TO PD-NEW-REASON.
           MOVE PD-CUR-LETTER TO PD-NEW-LETTER.
           MOVE PD-CUR-CRM TO PD-NEW-CRM.

           DISPLAY PD-CUSTOMER-SCREEN.
           ACCEPT PD-CUSTOMER-SCREEN.
           MOVE SPACES TO PD-MESSAGE.

           INSPECT PD-ACTION CONVERTING PD-LOWER-CASE
               TO PD-UPPER-CASE.
           INSPECT PD-NEW-REASON CONVERTING PD-LOWER-CASE
               TO PD-UPPER-CASE.
           INSPECT PD-NEW-LETTER CONVERTING PD-LOWER-CASE
               TO PD-UPPER-CASE.
           INSPECT PD-NEW-CRM CONVERTING PD-LOWER-CASE
               TO PD-UPPER-CASE.

           IF PD-ACT-NEXT-CUSTOMER
               SET PD-CUSTOMER-DONE TO TRUE
               GO TO 3000-SERVE-CUSTOMER-EXIT
           END-IF.

           IF PD-ACT-SIGN-OFF
               SET PD-SESSION-ENDED TO TRUE
               GO TO 3000-SERVE-CUSTOMER-EXIT
           END-IF.

           IF PD-CUST-ERASED
               MOVE "CUSTOMER WAS ERASED - NO CHANGES CAN BE MADE"
                   TO PD-MESSAGE
               GO TO 3000-SERVE-CUSTOMER-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN PD-ACT-ADD-OPT-OUT
                   PERFORM 4000-ADD-OPT-OUT
                       THRU 4000-ADD-OPT-OUT-EXIT
               WHEN PD-ACT-LIFT-OPT-OUT
                   PERFORM 4100-LIFT-OPT-OUT
                       THRU 4100-LIFT-OPT-OUT-EXIT
               WHEN PD-ACT-CHANNELS
                   PERFORM 4200-CHANGE-CHANNELS
                       THRU 4200-CHANGE-CHANNELS-EXIT
               WHEN OTHER
                   MOVE "ACTION MUST BE O, L, C, N OR X"
                       TO PD-MESSAGE
           END-EVALUATE.

       3000-SERVE-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3100-LOAD-FLAGS  --  READ THE CUSTOMER'S SUPP-FILE AND
      *                   CHP-FILE RECORDS, KEEPING EACH AS SHOWN.  A
      *                   MASTER NOT ON HAND (STATUS 35) HOLDS NOTHING
      *                   FOR THEM: NO OPT-OUT, AND NO CHANNEL
      *                   PREFERENCE, WHICH MEANS EVERY CHANNEL.  A
      *                   MASTER THAT WILL NOT OPEN OR READ FOR ANY
      *                   OTHER REASON IS SHOWN AS UNAVAILABLE, AND
      *                   ITS CHANGES ARE REFUSED UNTIL A LATER PASS
      *                   READS IT CLEANLY.
      *----------------------------------------------------------------
       3100-LOAD-FLAGS.
           MOVE "N" TO PD-SUPP-FOUND-SW.
           MOVE "N" TO PD-SUPP-UNAVAIL-SW.
           MOVE SPACES TO PD-SUPP-BAD-STATUS.
           MOVE SPACES TO PD-SUPP-SHOWN.
           MOVE "NONE" TO PD-OPT-STATE-TEXT.
           MOVE SPACES TO PD-OPT-REASON.

           OPEN INPUT SUPP-FILE.
           IF PD-SUPP-FILE-OK
               MOVE PD-CUST-ID TO SP-CUST-ID
               READ SUPP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PD-SUPP-FOUND TO TRUE
                       MOVE SP-SUPP-REC TO PD-SUPP-SHOWN
                       MOVE SP-REASON TO PD-OPT-REASON
                       IF SP-ACTIVE
                           MOVE "ACTIVE" TO PD-OPT-STATE-TEXT
                       ELSE
                           MOVE "LIFTED" TO PD-OPT-STATE-TEXT
                       END-IF
               END-READ
               IF NOT PD-SUPP-FILE-OK
                  AND PD-SUPP-FILE-STATUS NOT = "23"
                   SET PD-SUPP-UNAVAILABLE TO TRUE
                   MOVE PD-SUPP-FILE-STATUS TO PD-SUPP-BAD-STATUS
               END-IF
               CLOSE SUPP-FILE
           ELSE
               IF PD-SUPP-FILE-STATUS NOT = "35"
                   SET PD-SUPP-UNAVAILABLE TO TRUE
                   MOVE PD-SUPP-FILE-STATUS TO PD-SUPP-BAD-STATUS
               END-IF
           END-IF.

           IF PD-SUPP-UNAVAILABLE
               MOVE "N" TO PD-SUPP-FOUND-SW
               MOVE SPACES TO PD-SUPP-SHOWN
               MOVE "UNAVAILABLE" TO PD-OPT-STATE-TEXT
               MOVE SPACES TO PD-OPT-REASON
           END-IF.

           MOVE "N" TO PD-CHP-FOUND-SW.
           MOVE "N" TO PD-CHP-UNAVAIL-SW.
           MOVE SPACES TO PD-CHP-BAD-STATUS.
           MOVE SPACES TO PD-CHP-SHOWN.
           MOVE "Y" TO PD-CUR-LETTER.
           MOVE "Y" TO PD-CUR-CRM.
           MOVE "NO PREFERENCE ON FILE - ALL CHANNELS"
               TO PD-CHP-STATE-TEXT.

           OPEN INPUT CHP-FILE.
           IF PD-CHP-FILE-OK
               MOVE PD-CUST-ID TO CH-CUST-ID
               READ CHP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PD-CHP-FOUND TO TRUE
                       MOVE CH-CHP-REC TO PD-CHP-SHOWN
                       IF CH-ACTIVE
                           MOVE CH-LETTER-SW TO PD-CUR-LETTER
                           MOVE CH-CRM-SW TO PD-CUR-CRM
                           MOVE SPACES TO PD-CHP-STATE-TEXT
                       END-IF
               END-READ
               IF NOT PD-CHP-FILE-OK
                  AND PD-CHP-FILE-STATUS NOT = "23"
                   SET PD-CHP-UNAVAILABLE TO TRUE
                   MOVE PD-CHP-FILE-STATUS TO PD-CHP-BAD-STATUS
               END-IF
               CLOSE CHP-FILE
           ELSE
               IF PD-CHP-FILE-STATUS NOT = "35"
                   SET PD-CHP-UNAVAILABLE TO TRUE
                   MOVE PD-CHP-FILE-STATUS TO PD-CHP-BAD-STATUS
               END-IF
           END-IF.

           IF PD-CHP-UNAVAILABLE
               MOVE "N" TO PD-CHP-FOUND-SW
               MOVE SPACES TO PD-CHP-SHOWN
               MOVE SPACE TO PD-CUR-LETTER
               MOVE SPACE TO PD-CUR-CRM
               MOVE "UNAVAILABLE" TO PD-CHP-STATE-TEXT
           END-IF.

           EVALUATE TRUE
               WHEN PD-SUPP-UNAVAILABLE AND PD-CHP-UNAVAILABLE
                   MOVE SPACES TO PD-MESSAGE
                   STRING "SUPP-FILE STATUS " DELIMITED BY SIZE
                       PD-SUPP-BAD-STATUS DELIMITED BY SIZE
                       ", CHP-FILE STATUS " DELIMITED BY SIZE
                       PD-CHP-BAD-STATUS DELIMITED BY SIZE
                       " - NO CHANGES CAN BE MADE" DELIMITED BY SIZE
                       INTO PD-MESSAGE
               WHEN PD-SUPP-UNAVAILABLE
                   MOVE SPACES TO PD-MESSAGE
                   STRING "SUPP-FILE UNAVAILABLE, STATUS "
                       DELIMITED BY SIZE
                       PD-SUPP-BAD-STATUS DELIMITED BY SIZE
                       " - NO OPT-OUT CHANGE CAN BE MADE"
                       DELIMITED BY SIZE
                       INTO PD-MESSAGE
               WHEN PD-CHP-UNAVAILABLE
                   MOVE SPACES TO PD-MESSAGE
                   STRING "CHP-FILE UNAVAILABLE, STATUS "
                       DELIMITED BY SIZE
                       PD-CHP-BAD-STATUS DELIMITED BY SIZE
                       " - NO CHANNEL CHANGE CAN BE MADE"
                       DELIMITED BY SIZE
                       INTO PD-MESSAGE
           END-EVALUATE.

       3100-LOAD-FLAGS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4000-ADD-OPT-OUT  --  CHECK AN ADD OF AN OPT-OUT AND APPLY
      *                   IT.
      *----------------------------------------------------------------
       4000-ADD-OPT-OUT.
           IF PD-SUPP-UNAVAILABLE
               MOVE "OPT-OUT NOT CHANGED - SUPP-FILE COULD NOT BE READ"
                   TO PD-MESSAGE
               GO TO 4000-ADD-OPT-OUT-EXIT
           END-IF.

           IF PD-NEW-REASON = SPACES
               MOVE "KEY THE CALLER'S REASON FOR OPTING OUT"
                   TO PD-MESSAGE
               GO TO 4000-ADD-OPT-OUT-EXIT
           END-IF.

           IF PD-OPT-STATE-TEXT = "ACTIVE"
               MOVE "THE CUSTOMER IS ALREADY OPTED OUT"
                   TO PD-MESSAGE
               GO TO 4000-ADD-OPT-OUT-EXIT
           END-IF.

           PERFORM 5000-APPLY-SUPP-CHANGE
               THRU 5000-APPLY-SUPP-CHANGE-EXIT.

       4000-ADD-OPT-OUT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4100-LIFT-OPT-OUT  --  CHECK A LIFT, THEN ASK THE AGENT TO
      *                   CONFIRM IT ON A SCREEN OF ITS OWN BEFORE
      *                   ANYTHING IS CHANGED.  AN ERASURE MARKER IS
      *                   NEVER LIFTED HERE.
      *----------------------------------------------------------------
       4100-LIFT-OPT-OUT.
           IF PD-SUPP-UNAVAILABLE
               MOVE "OPT-OUT NOT CHANGED - SUPP-FILE COULD NOT BE READ"
                   TO PD-MESSAGE
               GO TO 4100-LIFT-OPT-OUT-EXIT
           END-IF.

           IF PD-OPT-STATE-TEXT NOT = "ACTIVE"
               MOVE "THE CUSTOMER HAS NO ACTIVE OPT-OUT TO LIFT"
                   TO PD-MESSAGE
               GO TO 4100-LIFT-OPT-OUT-EXIT
           END-IF.

           IF PD-OPT-REASON = "ERASED"
               MOVE "AN ERASURE OPT-OUT CANNOT BE LIFTED"
                   TO PD-MESSAGE
               GO TO 4100-LIFT-OPT-OUT-EXIT
           END-IF.

           IF PD-NEW-REASON = SPACES
               MOVE "KEY THE CALLER'S REASON FOR OPTING BACK IN"
                   TO PD-MESSAGE
               GO TO 4100-LIFT-OPT-OUT-EXIT
           END-IF.

           MOVE SPACE TO PD-CONFIRM.
           DISPLAY PD-CONFIRM-SCREEN.
           ACCEPT PD-CONFIRM-SCREEN.
           INSPECT PD-CONFIRM CONVERTING PD-LOWER-CASE
               TO PD-UPPER-CASE.

           IF NOT PD-CONFIRMED
               MOVE "LIFT CANCELLED - THE OPT-OUT IS STILL IN PLACE"
                   TO PD-MESSAGE
               GO TO 4100-LIFT-OPT-OUT-EXIT
           END-IF.

           PERFORM 5000-APPLY-SUPP-CHANGE
               THRU 5000-APPLY-SUPP-CHANGE-EXIT.

       4100-LIFT-OPT-OUT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4200-CHANGE-CHANNELS  --  CHECK NEW LETTER AND CRM FLAGS
      *                   AND APPLY THEM.  FLAGS THAT ARE NOT "Y" OR
      *                   "N" ARE REFUSED, AS CHPMAINT REFUSES THEM.
      *----------------------------------------------------------------
       4200-CHANGE-CHANNELS.
           IF PD-CHP-UNAVAILABLE
               MOVE "CHANNELS NOT CHANGED - CHP-FILE COULD NOT BE READ"
                   TO PD-MESSAGE
               GO TO 4200-CHANGE-CHANNELS-EXIT
           END-IF.

           IF NOT PD-NEW-LETTER-OK
              OR NOT PD-NEW-CRM-OK
               MOVE "LETTER AND CRM FLAGS MUST EACH BE Y OR N"
                   TO PD-MESSAGE
               GO TO 4200-CHANGE-CHANNELS-EXIT
           END-IF.

           IF PD-CHP-STATE-TEXT = SPACES
              AND PD-NEW-LETTER = PD-CUR-LETTER
              AND PD-NEW-CRM = PD-CUR-CRM
               MOVE "NO CHANGE - THE FLAGS ARE ALREADY SET THAT WAY"
                   TO PD-MESSAGE
               GO TO 4200-CHANGE-CHANNELS-EXIT
           END-IF.

           PERFORM 5500-APPLY-CHP-CHANGE
               THRU 5500-APPLY-CHP-CHANGE-EXIT.

       4200-CHANGE-CHANNELS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5000-APPLY-SUPP-CHANGE  --  UNDER THE SUPP-FILE LOCK, READ
      *                   THE RECORD AGAIN, REFUSE IF IT HAS MOVED
      *                   SINCE THE AGENT SAW IT, THEN ADD, REACTIVATE
      *                   OR LIFT THE OPT-OUT AND AUDIT IT.  AN ADD
      *                   CREATES SUPP-FILE IF THERE IS NONE YET.
      *----------------------------------------------------------------
       5000-APPLY-SUPP-CHANGE.
           MOVE "SUPP-FILE" TO LP-RESOURCE.
           PERFORM 7000-ACQUIRE-LOCK
               THRU 7000-ACQUIRE-LOCK-EXIT.
           IF NOT PD-LOCK-HELD
               GO TO 5000-APPLY-SUPP-CHANGE-EXIT
           END-IF.

           OPEN I-O SUPP-FILE.
           IF PD-SUPP-FILE-STATUS = "35"
              AND PD-ACT-ADD-OPT-OUT
               OPEN OUTPUT SUPP-FILE
               CLOSE SUPP-FILE
               OPEN I-O SUPP-FILE
           END-IF.
           IF NOT PD-SUPP-FILE-OK
               MOVE SPACES TO PD-MESSAGE
               STRING "UNABLE TO OPEN SUPP-FILE, STATUS "
                   DELIMITED BY SIZE
                   PD-SUPP-FILE-STATUS DELIMITED BY SIZE
                   " - NO CHANGE MADE" DELIMITED BY SIZE
                   INTO PD-MESSAGE
               PERFORM 5900-BACK-OUT
                   THRU 5900-BACK-OUT-EXIT
               GO TO 5000-APPLY-SUPP-CHANGE-EXIT
           END-IF.
           SET PD-SUPP-OPEN TO TRUE.

           MOVE "N" TO PD-RECHECK-SW.
           MOVE PD-CUST-ID TO SP-CUST-ID.
           READ SUPP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PD-RECHECK-FOUND TO TRUE
           END-READ.

           IF PD-RECHECK-SW NOT = PD-SUPP-FOUND-SW
              OR (PD-RECHECK-FOUND
                  AND SP-SUPP-REC NOT = PD-SUPP-SHOWN)
               MOVE "THE OPT-OUT CHANGED WHILE ON SCREEN - REVIEW "
                   & "IT AND TRY AGAIN" TO PD-MESSAGE
               PERFORM 5900-BACK-OUT
                   THRU 5900-BACK-OUT-EXIT
               GO TO 5000-APPLY-SUPP-CHANGE-EXIT
           END-IF.

           PERFORM 7200-OPEN-AUDIT
               THRU 7200-OPEN-AUDIT-EXIT.
           IF NOT PD-AUDIT-OPEN
               PERFORM 5900-BACK-OUT
                   THRU 5900-BACK-OUT-EXIT
               GO TO 5000-APPLY-SUPP-CHANGE-EXIT
           END-IF.

           MOVE SPACES TO PD-BEFORE-IMAGE.
           IF PD-RECHECK-FOUND
               MOVE SP-SUPP-REC TO PD-BEFORE-IMAGE
           END-IF.

           EVALUATE TRUE
               WHEN PD-ACT-LIFT-OPT-OUT
                   MOVE PD-NEW-REASON TO SP-REASON
                   SET SP-DELETED TO TRUE
                   REWRITE SP-SUPP-REC
                   MOVE "D" TO PD-AUDIT-ACTION
               WHEN PD-RECHECK-FOUND
                   MOVE PD-CUST-NAME TO SP-CUST-NAME
                   MOVE PD-NEW-REASON TO SP-REASON
                   SET SP-ACTIVE TO TRUE
                   REWRITE SP-SUPP-REC
                   MOVE "U" TO PD-AUDIT-ACTION
               WHEN OTHER
                   MOVE SPACES TO SP-SUPP-REC
                   MOVE PD-CUST-ID TO SP-CUST-ID
                   MOVE PD-CUST-NAME TO SP-CUST-NAME
                   MOVE PD-NEW-REASON TO SP-REASON
                   SET SP-ACTIVE TO TRUE
                   WRITE SP-SUPP-REC
                   MOVE "A" TO PD-AUDIT-ACTION
           END-EVALUATE.

           IF NOT PD-SUPP-FILE-OK
               MOVE SPACES TO PD-MESSAGE
               STRING "SUPP-FILE UPDATE FAILED, STATUS "
                   DELIMITED BY SIZE
                   PD-SUPP-FILE-STATUS DELIMITED BY SIZE
                   " - NO CHANGE MADE" DELIMITED BY SIZE
                   INTO PD-MESSAGE
               PERFORM 5900-BACK-OUT
                   THRU 5900-BACK-OUT-EXIT
               GO TO 5000-APPLY-SUPP-CHANGE-EXIT
           END-IF.

           MOVE SPACES TO AU-AUDIT-REC.
           MOVE "SUPP-FILE" TO AU-MASTER-ID.
           MOVE SP-SUPP-REC TO AU-AFTER-IMAGE.
           PERFORM 8800-WRITE-AUDIT
               THRU 8800-WRITE-AUDIT-EXIT.

           PERFORM 5900-BACK-OUT
               THRU 5900-BACK-OUT-EXIT.
           ADD 1 TO PD-CHANGE-COUNT.

           IF PD-ACT-LIFT-OPT-OUT
               MOVE "OPT-OUT LIFTED - THE LIFT IS REPORTED TO "
                   & "COMPLIANCE" TO PD-MESSAGE
           ELSE
               MOVE "OPT-OUT RECORDED - NOTHING FURTHER WILL BE SENT"
                   TO PD-MESSAGE
           END-IF.

       5000-APPLY-SUPP-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5500-APPLY-CHP-CHANGE  --  UNDER THE CHP-FILE LOCK, READ THE
      *                   RECORD AGAIN, REFUSE IF IT HAS MOVED SINCE
      *                   THE AGENT SAW IT, THEN ADD OR REPLACE THE
      *                   CHANNEL FLAGS (REACTIVATING A DELETED
      *                   RECORD, AS A CHPMAINT UPDATE DOES) AND
      *                   AUDIT IT.  CREATES CHP-FILE IF THERE IS
      *                   NONE YET.
      *----------------------------------------------------------------
       5500-APPLY-CHP-CHANGE.
           MOVE "CHP-FILE" TO LP-RESOURCE.
           PERFORM 7000-ACQUIRE-LOCK
               THRU 7000-ACQUIRE-LOCK-EXIT.
           IF NOT PD-LOCK-HELD
               GO TO 5500-APPLY-CHP-CHANGE-EXIT
           END-IF.

           OPEN I-O CHP-FILE.
           IF PD-CHP-FILE-STATUS = "35"
               OPEN OUTPUT CHP-FILE
               CLOSE CHP-FILE
               OPEN I-O CHP-FILE
           END-IF.
           IF NOT PD-CHP-FILE-OK
               MOVE SPACES TO PD-MESSAGE
               STRING "UNABLE TO OPEN CHP-FILE, STATUS "
                   DELIMITED BY SIZE
                   PD-CHP-FILE-STATUS DELIMITED BY SIZE
                   " - NO CHANGE MADE" DELIMITED BY SIZE
                   INTO PD-MESSAGE
               PERFORM 5900-BACK-OUT
                   THRU 5900-BACK-OUT-EXIT
               GO TO 5500-APPLY-CHP-CHANGE-EXIT
           END-IF.
           SET PD-CHP-OPEN TO TRUE.

           MOVE "N" TO PD-RECHECK-SW.
           MOVE PD-CUST-ID TO CH-CUST-ID.
           READ CHP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PD-RECHECK-FOUND TO TRUE
           END-READ.

           IF PD-RECHECK-SW NOT = PD-CHP-FOUND-SW
              OR (PD-RECHECK-FOUND
                  AND CH-CHP-REC NOT = PD-CHP-SHOWN)
               MOVE "THE CHANNEL FLAGS CHANGED WHILE ON SCREEN - "
                   & "REVIEW THEM AND TRY AGAIN" TO PD-MESSAGE
               PERFORM 5900-BACK-OUT
                   THRU 5900-BACK-OUT-EXIT
               GO TO 5500-APPLY-CHP-CHANGE-EXIT
           END-IF.

           PERFORM 7200-OPEN-AUDIT
               THRU 7200-OPEN-AUDIT-EXIT.
           IF NOT PD-AUDIT-OPEN
               PERFORM 5900-BACK-OUT
                   THRU 5900-BACK-OUT-EXIT
               GO TO 5500-APPLY-CHP-CHANGE-EXIT
           END-IF.

           MOVE SPACES TO PD-BEFORE-IMAGE.
           IF PD-RECHECK-FOUND
               MOVE CH-CHP-REC TO PD-BEFORE-IMAGE
               MOVE PD-NEW-LETTER TO CH-LETTER-SW
               MOVE PD-NEW-CRM TO CH-CRM-SW
               SET CH-ACTIVE TO TRUE
               REWRITE CH-CHP-REC
               MOVE "U" TO PD-AUDIT-ACTION
           ELSE
               MOVE SPACES TO CH-CHP-REC
               MOVE PD-CUST-ID TO CH-CUST-ID
               MOVE PD-NEW-LETTER TO CH-LETTER-SW
               MOVE PD-NEW-CRM TO CH-CRM-SW
               SET CH-ACTIVE TO TRUE
               WRITE CH-CHP-REC
               MOVE "A" TO PD-AUDIT-ACTION
           END-IF.

           IF NOT PD-CHP-FILE-OK
               MOVE SPACES TO PD-MESSAGE
               STRING "CHP-FILE UPDATE FAILED, STATUS "
                   DELIMITED BY SIZE
                   PD-CHP-FILE-STATUS DELIMITED BY SIZE
                   " - NO CHANGE MADE" DELIMITED BY SIZE
                   INTO PD-MESSAGE
               PERFORM 5900-BACK-OUT
                   THRU 5900-BACK-OUT-EXIT
               GO TO 5500-APPLY-CHP-CHANGE-EXIT
           END-IF.

           MOVE SPACES TO AU-AUDIT-REC.
           MOVE "CHP-FILE" TO AU-MASTER-ID.
           MOVE CH-CHP-REC TO AU-AFTER-IMAGE.
           PERFORM 8800-WRITE-AUDIT
               THRU 8800-WRITE-AUDIT-EXIT.

           PERFORM 5900-BACK-OUT
               THRU 5900-BACK-OUT-EXIT.
           ADD 1 TO PD-CHANGE-COUNT.

           MOVE "CHANNEL FLAGS CHANGED" TO PD-MESSAGE.

       5500-APPLY-CHP-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5900-BACK-OUT  --  CLOSE WHATEVER THE CHANGE OPENED AND GIVE
      *                   THE LOCK BACK.  USED AFTER A CHANGE AS WELL
      *                   AS WHEN ONE IS REFUSED.
      *----------------------------------------------------------------
       5900-BACK-OUT.
           PERFORM 9150-CLOSE-UPDATE-FILES
               THRU 9150-CLOSE-UPDATE-FILES-EXIT.
           PERFORM 7100-RELEASE-LOCK
               THRU 7100-RELEASE-LOCK-EXIT.

       5900-BACK-OUT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7000-ACQUIRE-LOCK  --  TAKE THE GRTLOCK INTERLOCK ON THE
      *                   MASTER NAMED IN LP-RESOURCE, HOLDING IT
      *                   UNDER THE AGENT'S USER ID.  A BUSY MASTER
      *                   IS REPORTED ON THE SCREEN - THE AGENT TRIES
      *                   AGAIN ONCE THE NAMED RUN HAS FINISHED.
      *----------------------------------------------------------------
       7000-ACQUIRE-LOCK.
           MOVE "PHONDESK" TO LP-CALLER-PGM.
           MOVE PD-USER-ID TO LP-CALLER-RUN.
           SET LP-ACQUIRE TO TRUE.
           CALL "GRTLOCK" USING LP-LOCK-PARMS.

           IF LP-LOCK-BUSY
               MOVE SPACES TO PD-MESSAGE
               STRING LP-RESOURCE DELIMITED BY SPACE
                   " IS IN USE BY " DELIMITED BY SIZE
                   LP-HOLDER-PGM DELIMITED BY SPACE
                   " RUN " DELIMITED BY SIZE
                   LP-HOLDER-RUN DELIMITED BY SPACE
                   " - NO CHANGE MADE, TRY AGAIN SHORTLY"
                   DELIMITED BY SIZE
                   INTO PD-MESSAGE
               GO TO 7000-ACQUIRE-LOCK-EXIT
           END-IF.

           IF NOT LP-LOCK-OK
               MOVE SPACES TO PD-MESSAGE
               STRING "INTERLOCK FAILURE ON " DELIMITED BY SIZE
                   LP-RESOURCE DELIMITED BY SPACE
                   " - NO CHANGE MADE" DELIMITED BY SIZE
                   INTO PD-MESSAGE
               GO TO 7000-ACQUIRE-LOCK-EXIT
           END-IF.

           SET PD-LOCK-HELD TO TRUE.

       7000-ACQUIRE-LOCK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7100-RELEASE-LOCK  --  GIVE BACK THE LOCK IN LP-RESOURCE,
      *                   BUT ONLY IF THIS SESSION TOOK IT.
      *----------------------------------------------------------------
       7100-RELEASE-LOCK.
           IF NOT PD-LOCK-HELD
               GO TO 7100-RELEASE-LOCK-EXIT
           END-IF.

           MOVE "PHONDESK" TO LP-CALLER-PGM.
           MOVE PD-USER-ID TO LP-CALLER-RUN.
           SET LP-RELEASE TO TRUE.
           CALL "GRTLOCK" USING LP-LOCK-PARMS.
           MOVE "N" TO PD-LOCK-HELD-SW.

       7100-RELEASE-LOCK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7200-OPEN-AUDIT  --  OPEN THE AUDIT TRAIL FOR ONE CHANGE,
      *                   CREATING IT IF NO MAINTENANCE HAS EVER
      *                   RUN.  NO TRAIL, NO CHANGE.
      *----------------------------------------------------------------
       7200-OPEN-AUDIT.
           OPEN EXTEND MNTAUDIT.
           IF PD-MNTAUDIT-STATUS = "35"
               OPEN OUTPUT MNTAUDIT
               CLOSE MNTAUDIT
               OPEN EXTEND MNTAUDIT
           END-IF.
           IF NOT PD-MNTAUDIT-OK
               MOVE SPACES TO PD-MESSAGE
               STRING "UNABLE TO OPEN MNTAUDIT, STATUS "
                   DELIMITED BY SIZE
                   PD-MNTAUDIT-STATUS DELIMITED BY SIZE
                   " - NO UNAUDITED CHANGES" DELIMITED BY SIZE
                   INTO PD-MESSAGE
               GO TO 7200-OPEN-AUDIT-EXIT
           END-IF.
           SET PD-AUDIT-OPEN TO TRUE.

       7200-OPEN-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8800-WRITE-AUDIT  --  APPEND THE MAINTENANCE-AUDIT RECORD FOR
      *                   THE CHANGE JUST APPLIED.  THE CALLER HAS
      *                   SET THE MASTER AND THE AFTER IMAGE.  A
      *                   FAILED WRITE ENDS THE SESSION AT ONCE WITH
      *                   THE LOCK STILL HELD, SO OPSRPT REPORTS THE
      *                   MASTER AS FENCED OFF UNTIL SOMEONE HAS
      *                   LOOKED.
      *----------------------------------------------------------------
       8800-WRITE-AUDIT.
           ACCEPT PD-TODAY FROM DATE YYYYMMDD.
           ACCEPT PD-NOW-TIME FROM TIME.
           MOVE PD-TODAY TO AU-PROC-DATE.
           MOVE PD-NOW-TIME TO AU-CHANGE-TIME.
           MOVE "PHONDESK" TO AU-RUN-ID.
           MOVE PD-AUDIT-ACTION TO AU-ACTION-CODE.
           MOVE PD-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE PD-USER-ID TO AU-USER-ID.

           WRITE AU-AUDIT-REC.
           IF NOT PD-MNTAUDIT-OK
               DISPLAY "PHONDESK: UNABLE TO WRITE MNTAUDIT, STATUS = "
                   PD-MNTAUDIT-STATUS " - " AU-MASTER-ID
                   " CHANGED FOR CUST-ID " PD-CUST-ID
                   " BY " PD-USER-ID " IS NOT AUDITED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.

       8800-WRITE-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9000-TERMINATE  --  SIGN THE AGENT OFF AND CLOSE FILES.
      *----------------------------------------------------------------
       9000-TERMINATE.
           DISPLAY "PHONDESK: " PD-USER-ID " SIGNED OFF - LOOKUPS="
               PD-LOOKUP-COUNT " CHANGES=" PD-CHANGE-COUNT.

           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.

           MOVE 0 TO RETURN-CODE.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9100-CLOSE-ALL  --  CLOSE WHATEVER IS OPEN.  SAFE TO CALL
      *                   FROM ANY PATH.  NEVER RELEASES A LOCK.
      *----------------------------------------------------------------
       9100-CLOSE-ALL.
           PERFORM 9150-CLOSE-UPDATE-FILES
               THRU 9150-CLOSE-UPDATE-FILES-EXIT.
           IF PD-CUST-OPEN
               CLOSE CUST-FILE
               MOVE "N" TO PD-CUST-OPEN-SW
           END-IF.

       9100-CLOSE-ALL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9150-CLOSE-UPDATE-FILES  --  CLOSE THE FILES ONE CHANGE
      *                   OPENS.
      *----------------------------------------------------------------
       9150-CLOSE-UPDATE-FILES.
           IF PD-SUPP-OPEN
               CLOSE SUPP-FILE
               MOVE "N" TO PD-SUPP-OPEN-SW
           END-IF.
           IF PD-CHP-OPEN
               CLOSE CHP-FILE
               MOVE "N" TO PD-CHP-OPEN-SW
           END-IF.
           IF PD-AUDIT-OPEN
               CLOSE MNTAUDIT
               MOVE "N" TO PD-AUDIT-OPEN-SW
           END-IF.

       9150-CLOSE-UPDATE-FILES-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
