      *================================================================
      *
      *  PROGRAM-ID.    CONTSTMT
      *
      *  AUTHOR.        D. VRIES
      *  INSTALLATION.  CLOUD-RUN-COBOL
      *  DATE-WRITTEN.  2026-10-15
      *
      *  REMARKS.       CUSTOMER CONTACT STATEMENT.  PRINTS ONE
      *                 CUSTOMER'S FULL CONTACT HISTORY OVER A DATE
      *                 RANGE FROM THE CONTHIST CONTACT-HISTORY
      *                 LEDGER (SEE COPYBOOK CONTHIST, WRITTEN
      *                 THROUGH CONTLOG BY EVERY PROGRAM THAT
      *                 CONTACTS A CUSTOMER) ONTO THE CONTRPT REPORT
      *                 - THE ANSWER TO "HOW OFTEN HAVE YOU CONTACTED
      *                 ME, AND HOW?" THAT COMPLAINTS AND REGULATORS
      *                 ASK FOR.  EACH ENTRY SHOWS THE DATE AND TIME,
      *                 THE CHANNEL, THE PROGRAM AND RUN THAT MADE
      *                 THE CONTACT, ITS DETAIL, AND FOR A CRM
      *                 TOUCHPOINT THE ACCEPT OR REJECT THE CRM TEAM
      *                 SENT BACK; THE STATEMENT ENDS WITH A COUNT
      *                 PER CHANNEL.  RUN AS:
      *                   CONTSTMT <CUSTOMER-ID> [<FROM> [<TO>]]
      *                 WITH THE DATES AS YYYYMMDD, BOTH INCLUSIVE.
      *                 NO FROM DATE MEANS FROM THE FIRST ENTRY ON
      *                 THE LEDGER; NO TO DATE MEANS UP TO THE
      *                 PROCESSING DATE.  THE CUSTOMER'S NAME IS
      *                 TAKEN FROM CUST-FILE WHEN IT IS ON HAND.
      *                 RETURN CODES: 0 ENTRIES LISTED, 4 NO ENTRY IN
      *                 THE RANGE (OR NO LEDGER YET), 8 BAD
      *                 ARGUMENTS, 16 A FILE PROBLEM.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  -----------------------------------------
      *  2026-10-15 DEV   ORIGINAL PROGRAM.
      *  2026-10-15 DEV   A CONTHIST READ FAILURE OTHER THAN END OF
      *                   FILE NOW ENDS THE RUN WITH RETURN-CODE 16
      *                   INSTEAD OF QUIETLY ENDING THE STATEMENT.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTSTMT.
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
               FILE STATUS IS HS-CONTHIST-STATUS.

           SELECT CUST-FILE ASSIGN TO "CUST-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS HS-CUST-FILE-STATUS.

           SELECT CONTRPT ASSIGN TO "CONTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HS-CONTRPT-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HS-RUNCTL-STATUS.

           SELECT RUNSTATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTHIST.
       COPY CONTHIST.

       FD  CUST-FILE.
       COPY CUSTREC.

       FD  CONTRPT
           RECORDING MODE IS F.
       01  HS-REPORT-LINE              PIC X(80).

       FD  RUNCTL
           RECORDING MODE IS F.
       COPY RUNCTL.

       FD  RUNSTATS
           RECORDING MODE IS F.
       COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       77  HS-CONTHIST-STATUS          PIC X(02) VALUE SPACES.
           88  HS-CONTHIST-OK          VALUE "00".
           88  HS-CONTHIST-MISSING     VALUE "35".

       77  HS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  HS-CUST-FILE-OK         VALUE "00".

       77  HS-CONTRPT-STATUS           PIC X(02) VALUE SPACES.
           88  HS-CONTRPT-OK           VALUE "00".

       77  HS-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
           88  HS-RUNCTL-OK            VALUE "00".

       77  HS-RUNSTATS-STATUS          PIC X(02) VALUE SPACES.
           88  HS-RUNSTATS-OK          VALUE "00".

       77  HS-EOF-SW                   PIC X(01) VALUE "N".
           88  HS-EOF-REACHED          VALUE "Y".

       77  HS-NO-LEDGER-SW             PIC X(01) VALUE "N".
           88  HS-NO-LEDGER            VALUE "Y".

       77  HS-ARG-INDEX                PIC 9(04) COMP VALUE 1.

       77  HS-MORE-ARGS-SW             PIC X(01) VALUE "Y".
           88  HS-MORE-ARGS            VALUE "Y".
           88  HS-NO-MORE-ARGS         VALUE "N".

       01  HS-ARG-RAW                  PIC X(80) VALUE SPACES.

       77  HS-CUST-ID                  PIC X(10) VALUE SPACES.
       77  HS-CUST-NAME                PIC X(25) VALUE SPACES.
       77  HS-FROM-DATE                PIC 9(08) VALUE ZERO.
       77  HS-TO-DATE                  PIC 9(08) VALUE ZERO.

       77  HS-TO-GIVEN-SW              PIC X(01) VALUE "N".
           88  HS-TO-GIVEN             VALUE "Y".

       77  HS-PROC-DATE                PIC 9(08) VALUE ZERO.
       77  HS-RUN-ID                   PIC X(08) VALUE SPACES.

       77  HS-STAT-TYPE                PIC X(01) VALUE "S".

       77  HS-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
       77  HS-LIST-COUNT               PIC 9(08) COMP VALUE ZERO.

      *    ONE CONTACT COUNTER PER CHANNEL, IN THE ORDER OF
      *    HS-CHANNEL-NAME.
       01  HS-CHANNEL-COUNTS.
           05  HS-CHANNEL-COUNT OCCURS 6 TIMES
                                       PIC 9(08) COMP.

       77  HS-LABEL-PTR                PIC 9(04) COMP VALUE 1.
       77  HS-CHANNEL-NBR              PIC 9(04) COMP VALUE ZERO.
       77  HS-ACCEPT-COUNT             PIC 9(08) COMP VALUE ZERO.
       77  HS-REJECT-COUNT             PIC 9(08) COMP VALUE ZERO.
       77  HS-PENDING-COUNT            PIC 9(08) COMP VALUE ZERO.

       01  HS-CHANNEL-VALUES.
           05  FILLER                  PIC X(17)
                                       VALUE "SSCREEN GREETING".
           05  FILLER                  PIC X(17)
                                       VALUE "GBATCH GREETING".
           05  FILLER                  PIC X(17)
                                       VALUE "BBIRTHDAY".
           05  FILLER                  PIC X(17)
                                       VALUE "AANNIVERSARY".
           05  FILLER                  PIC X(17)
                                       VALUE "LLETTER".
           05  FILLER                  PIC X(17)
                                       VALUE "CCRM TOUCHPOINT".

       01  HS-CHANNEL-TABLE REDEFINES HS-CHANNEL-VALUES.
           05  HS-CHANNEL-ENTRY OCCURS 6 TIMES
                   INDEXED BY HS-CHAN-IDX.
               10  HS-CHANNEL-CODE     PIC X(01).
               10  HS-CHANNEL-NAME     PIC X(16).

       01  HS-TIME-WORK                PIC 9(08) VALUE ZERO.

       01  HS-TIME-PARTS REDEFINES HS-TIME-WORK.
           05  HS-TIME-HH              PIC 9(02).
           05  HS-TIME-MM              PIC 9(02).
           05  HS-TIME-SS              PIC 9(02).
           05  HS-TIME-CC              PIC 9(02).

       01  HS-HEADING-LINE.
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(10) VALUE "TIME".
           05  FILLER                  PIC X(18) VALUE "CHANNEL".
           05  FILLER                  PIC X(10) VALUE "PROGRAM".
           05  FILLER                  PIC X(10) VALUE "RUN".
           05  FILLER                  PIC X(22) VALUE "CRM OUTCOME".

       01  HS-DETAIL-LINE.
           05  HS-DET-DATE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HS-DET-HH               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ":".
           05  HS-DET-MM               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ":".
           05  HS-DET-SS               PIC 9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HS-DET-CHANNEL          PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HS-DET-PROGRAM          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HS-DET-RUN              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HS-DET-OUTCOME          PIC X(12).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  HS-TEXT-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  HS-TXT-LABEL            PIC X(12).
           05  HS-TXT-VALUE            PIC X(40).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  HS-TOTAL-LINE.
           05  HS-TOT-LABEL            PIC X(40).
           05  HS-TOT-COUNT            PIC ZZZZZZZ9.
           05  FILLER                  PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-LIST-CONTACT
               THRU 2000-LIST-CONTACT-EXIT
               UNTIL HS-EOF-REACHED.

           PERFORM 8000-WRITE-TOTALS
               THRU 8000-WRITE-TOTALS-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-INITIALIZE  --  TAKE THE CUSTOMER AND DATE RANGE FROM
      *                   THE COMMAND LINE, OPEN THE REPORT, PRINT
      *                   THE STATEMENT HEADING, AND POSITION THE
      *                   LEDGER ON THE CUSTOMER'S FIRST ENTRY IN
      *                   THE RANGE.  NO LEDGER ON HAND IS SAID ON
      *                   THE STATEMENT, NOT AN ABORT.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-CONTROL
               THRU 1050-READ-RUN-CONTROL-EXIT.

           PERFORM 1300-PARSE-ARGUMENTS
               THRU 1300-PARSE-ARGUMENTS-EXIT.

           MOVE "S" TO HS-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

           MOVE ZERO TO HS-CHANNEL-COUNT(1) HS-CHANNEL-COUNT(2)
               HS-CHANNEL-COUNT(3) HS-CHANNEL-COUNT(4)
               HS-CHANNEL-COUNT(5) HS-CHANNEL-COUNT(6).

           PERFORM 1200-LOOKUP-CUSTOMER
               THRU 1200-LOOKUP-CUSTOMER-EXIT.

           OPEN OUTPUT CONTRPT.
           IF NOT HS-CONTRPT-OK
               DISPLAY "CONTSTMT: UNABLE TO OPEN CONTRPT, STATUS = "
                   HS-CONTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1400-WRITE-HEADING
               THRU 1400-WRITE-HEADING-EXIT.

           OPEN INPUT CONTHIST.
           IF HS-CONTHIST-MISSING
               SET HS-NO-LEDGER TO TRUE
               SET HS-EOF-REACHED TO TRUE
               MOVE SPACES TO HS-REPORT-LINE
               STRING "*** NO CONTHIST LEDGER ON HAND - NO CONTACT "
                   DELIMITED BY SIZE
                   "HAS BEEN RECORDED YET" DELIMITED BY SIZE
                   INTO HS-REPORT-LINE
               WRITE HS-REPORT-LINE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           IF NOT HS-CONTHIST-OK
               DISPLAY "CONTSTMT: UNABLE TO OPEN CONTHIST, STATUS = "
                   HS-CONTHIST-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CONTRPT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           MOVE HS-HEADING-LINE TO HS-REPORT-LINE.
           WRITE HS-REPORT-LINE.
           MOVE SPACES TO HS-REPORT-LINE.
           WRITE HS-REPORT-LINE.

           MOVE LOW-VALUES TO CL-CONTACT-KEY.
           MOVE HS-CUST-ID TO CL-CUST-ID.
           MOVE HS-FROM-DATE TO CL-CONTACT-DATE.
           START CONTHIST KEY NOT < CL-CONTACT-KEY
               INVALID KEY
                   SET HS-EOF-REACHED TO TRUE
           END-START.

           IF NOT HS-EOF-REACHED
               PERFORM 8500-READ-CONTHIST
                   THRU 8500-READ-CONTHIST-EXIT
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1050-READ-RUN-CONTROL  --  TAKE THE OFFICIAL PROCESSING
      *                   DATE AND RUN ID FROM RUNCTL.  NO RUNCTL ON
      *                   HAND FALLS BACK TO THE SYSTEM DATE WITH
      *                   RUN-ID "ADHOC"; A RUNCTL THAT IS PRESENT
      *                   BUT UNREADABLE OR NON-NUMERIC IS AN ABORT.
      *----------------------------------------------------------------
       1050-READ-RUN-CONTROL.
           OPEN INPUT RUNCTL.
           IF HS-RUNCTL-OK
               READ RUNCTL
                   AT END
                       ACCEPT HS-PROC-DATE FROM DATE YYYYMMDD
                       MOVE "ADHOC" TO HS-RUN-ID
                   NOT AT END
                       IF RC-PROC-DATE IS NUMERIC
                           MOVE RC-PROC-DATE TO HS-PROC-DATE
                           MOVE RC-RUN-ID TO HS-RUN-ID
                       ELSE
                           DISPLAY "CONTSTMT: RUNCTL PROCESSING "
                               "DATE IS NOT NUMERIC"
                           MOVE 16 TO RETURN-CODE
                           CLOSE RUNCTL
                           GO TO 9999-EXIT
                       END-IF
               END-READ
               CLOSE RUNCTL
           ELSE
               IF HS-RUNCTL-STATUS = "35"
                   ACCEPT HS-PROC-DATE FROM DATE YYYYMMDD
                   MOVE "ADHOC" TO HS-RUN-ID
               ELSE
                   DISPLAY "CONTSTMT: UNABLE TO OPEN RUNCTL, "
                       "STATUS = " HS-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1200-LOOKUP-CUSTOMER  --  FETCH THE CUSTOMER'S NAME FOR THE
      *                   HEADING.  AN ERASED CUSTOMER'S ANONYMISED
      *                   RECORD, A CUSTOMER NOT ON FILE, OR NO
      *                   CUST-FILE AT ALL ARE SAID SO - THE LEDGER
      *                   IS LISTED REGARDLESS.
      *----------------------------------------------------------------
       1200-LOOKUP-CUSTOMER.
           MOVE "(NOT ON CUST-FILE)" TO HS-CUST-NAME.

           OPEN INPUT CUST-FILE.
           IF NOT HS-CUST-FILE-OK
               MOVE "(NO CUST-FILE ON HAND)" TO HS-CUST-NAME
               GO TO 1200-LOOKUP-CUSTOMER-EXIT
           END-IF.

           MOVE HS-CUST-ID TO CM-CUST-ID.
           READ CUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-DELETED
                      AND CM-CUST-NAME = SPACES
                       MOVE "(ERASED)" TO HS-CUST-NAME
                   ELSE
                       MOVE CM-CUST-NAME TO HS-CUST-NAME
                   END-IF
           END-READ.

           CLOSE CUST-FILE.

       1200-LOOKUP-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1300-PARSE-ARGUMENTS  --  THE CUSTOMER ID IS REQUIRED; THE
      *                   FROM AND TO DATES, WHEN GIVEN, MUST BE
      *                   8-DIGIT YYYYMMDD AND IN ORDER.  A BAD
      *                   COMMAND LINE ENDS WITH RETURN-CODE 8 AND
      *                   NO STATEMENT.
      *----------------------------------------------------------------
       1300-PARSE-ARGUMENTS.
           MOVE ZERO TO HS-FROM-DATE.
           MOVE HS-PROC-DATE TO HS-TO-DATE.

           PERFORM 1350-READ-ONE-ARGUMENT
               THRU 1350-READ-ONE-ARGUMENT-EXIT.
           IF HS-NO-MORE-ARGS
              OR HS-ARG-RAW = SPACES
               DISPLAY "CONTSTMT: RUN AS CONTSTMT <CUSTOMER-ID> "
                   "[<FROM-YYYYMMDD> [<TO-YYYYMMDD>]]"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF HS-ARG-RAW(11:70) NOT = SPACES
               DISPLAY "CONTSTMT: CUSTOMER ID '" HS-ARG-RAW(1:20)
                   "' IS LONGER THAN 10 CHARACTERS"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE HS-ARG-RAW(1:10) TO HS-CUST-ID.

           PERFORM 1350-READ-ONE-ARGUMENT
               THRU 1350-READ-ONE-ARGUMENT-EXIT.
           IF HS-NO-MORE-ARGS
               GO TO 1300-PARSE-ARGUMENTS-EXIT
           END-IF.
           IF HS-ARG-RAW(1:8) IS NOT NUMERIC
              OR HS-ARG-RAW(9:72) NOT = SPACES
               DISPLAY "CONTSTMT: FROM DATE '" HS-ARG-RAW(1:20)
                   "' IS NOT AN 8-DIGIT YYYYMMDD DATE"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE HS-ARG-RAW(1:8) TO HS-FROM-DATE.

           PERFORM 1350-READ-ONE-ARGUMENT
               THRU 1350-READ-ONE-ARGUMENT-EXIT.
           IF HS-MORE-ARGS
               IF HS-ARG-RAW(1:8) IS NOT NUMERIC
                  OR HS-ARG-RAW(9:72) NOT = SPACES
                   DISPLAY "CONTSTMT: TO DATE '" HS-ARG-RAW(1:20)
                       "' IS NOT AN 8-DIGIT YYYYMMDD DATE"
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               MOVE HS-ARG-RAW(1:8) TO HS-TO-DATE
               SET HS-TO-GIVEN TO TRUE
           END-IF.

           IF HS-FROM-DATE > HS-TO-DATE
               DISPLAY "CONTSTMT: DATE RANGE " HS-FROM-DATE " TO "
                   HS-TO-DATE " IS BACKWARDS"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.

       1300-PARSE-ARGUMENTS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1350-READ-ONE-ARGUMENT  --  FETCH THE NEXT COMMAND-LINE
      *                   ARGUMENT INTO HS-ARG-RAW.
      *----------------------------------------------------------------
       1350-READ-ONE-ARGUMENT.
           DISPLAY HS-ARG-INDEX UPON ARGUMENT-NUMBER.
           MOVE SPACES TO HS-ARG-RAW.

           ACCEPT HS-ARG-RAW FROM ARGUMENT-VALUE
               ON EXCEPTION
                   SET HS-NO-MORE-ARGS TO TRUE
               NOT ON EXCEPTION
                   ADD 1 TO HS-ARG-INDEX
           END-ACCEPT.

       1350-READ-ONE-ARGUMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1400-WRITE-HEADING  --  STATEMENT TITLE, CUSTOMER, PERIOD,
      *                   AND WHEN IT WAS PREPARED.
      *----------------------------------------------------------------
       1400-WRITE-HEADING.
           MOVE "CUSTOMER CONTACT STATEMENT" TO HS-REPORT-LINE.
           WRITE HS-REPORT-LINE.
           MOVE "--------------------------" TO HS-REPORT-LINE.
           WRITE HS-REPORT-LINE.

           MOVE SPACES TO HS-REPORT-LINE.
           STRING "CUSTOMER ................... " DELIMITED BY SIZE
               HS-CUST-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HS-CUST-NAME DELIMITED BY SIZE
               INTO HS-REPORT-LINE.
           WRITE HS-REPORT-LINE.

           MOVE SPACES TO HS-REPORT-LINE.
           IF HS-FROM-DATE = ZERO
               STRING "PERIOD ..................... " DELIMITED BY SIZE
                   "FIRST ENTRY THROUGH " DELIMITED BY SIZE
                   HS-TO-DATE DELIMITED BY SIZE
                   INTO HS-REPORT-LINE
           ELSE
               STRING "PERIOD ..................... " DELIMITED BY SIZE
                   HS-FROM-DATE DELIMITED BY SIZE
                   " THROUGH " DELIMITED BY SIZE
                   HS-TO-DATE DELIMITED BY SIZE
                   INTO HS-REPORT-LINE
           END-IF.
           WRITE HS-REPORT-LINE.

           MOVE SPACES TO HS-REPORT-LINE.
           STRING "PREPARED ................... " DELIMITED BY SIZE
               HS-PROC-DATE DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               HS-RUN-ID DELIMITED BY SIZE
               INTO HS-REPORT-LINE.
           WRITE HS-REPORT-LINE.

           MOVE SPACES TO HS-REPORT-LINE.
           WRITE HS-REPORT-LINE.

       1400-WRITE-HEADING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-LIST-CONTACT  --  PRINT ONE LEDGER ENTRY: THE CONTACT
      *                   LINE, ITS DETAIL, AND FOR A CRM TOUCHPOINT
      *                   THE CRM TEAM'S REASON WHEN THEY GAVE ONE.
      *----------------------------------------------------------------
       2000-LIST-CONTACT.
           ADD 1 TO HS-LIST-COUNT.

           MOVE SPACES TO HS-DETAIL-LINE.
           MOVE CL-CONTACT-DATE TO HS-DET-DATE.
           MOVE CL-CONTACT-TIME TO HS-TIME-WORK.
           MOVE HS-TIME-HH TO HS-DET-HH.
           MOVE ":" TO HS-DETAIL-LINE(13:1).
           MOVE HS-TIME-MM TO HS-DET-MM.
           MOVE ":" TO HS-DETAIL-LINE(16:1).
           MOVE HS-TIME-SS TO HS-DET-SS.
           MOVE CL-PROGRAM-ID TO HS-DET-PROGRAM.
           MOVE CL-RUN-ID TO HS-DET-RUN.

           MOVE ZERO TO HS-CHANNEL-NBR.
           MOVE "UNKNOWN (" TO HS-DET-CHANNEL.
           MOVE CL-CHANNEL TO HS-DET-CHANNEL(10:1).
           MOVE ")" TO HS-DET-CHANNEL(11:1).
           PERFORM 2100-FIND-CHANNEL
               THRU 2100-FIND-CHANNEL-EXIT
               VARYING HS-CHAN-IDX FROM 1 BY 1
               UNTIL HS-CHAN-IDX > 6
                  OR HS-CHANNEL-NBR > ZERO.
           IF HS-CHANNEL-NBR > ZERO
               ADD 1 TO HS-CHANNEL-COUNT(HS-CHANNEL-NBR)
           END-IF.

           IF CL-CRM-TOUCH
               EVALUATE TRUE
                   WHEN CL-CRM-ACCEPTED
                       MOVE "ACCEPTED" TO HS-DET-OUTCOME
                       ADD 1 TO HS-ACCEPT-COUNT
                   WHEN CL-CRM-REJECTED
                       MOVE "REJECTED" TO HS-DET-OUTCOME
                       ADD 1 TO HS-REJECT-COUNT
                   WHEN OTHER
                       MOVE "NO ACK YET" TO HS-DET-OUTCOME
                       ADD 1 TO HS-PENDING-COUNT
               END-EVALUATE
           END-IF.

           MOVE HS-DETAIL-LINE TO HS-REPORT-LINE.
           WRITE HS-REPORT-LINE.

           MOVE SPACES TO HS-TXT-LABEL.
           MOVE CL-DETAIL TO HS-TXT-VALUE.
           MOVE HS-TEXT-LINE TO HS-REPORT-LINE.
           WRITE HS-REPORT-LINE.

           IF CL-CRM-TOUCH
              AND NOT CL-OUTCOME-PENDING
               MOVE "CRM REPLY:" TO HS-TXT-LABEL
               MOVE SPACES TO HS-TXT-VALUE
               IF CL-CRM-REASON = SPACES
                   STRING "ON " DELIMITED BY SIZE
                       CL-OUTCOME-DATE DELIMITED BY SIZE
                       INTO HS-TXT-VALUE
               ELSE
                   STRING "ON " DELIMITED BY SIZE
                       CL-OUTCOME-DATE DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       CL-CRM-REASON DELIMITED BY SIZE
                       INTO HS-TXT-VALUE
               END-IF
               MOVE HS-TEXT-LINE TO HS-REPORT-LINE
               WRITE HS-REPORT-LINE
           END-IF.

           IF NOT HS-CONTRPT-OK
               DISPLAY "CONTSTMT: UNABLE TO WRITE CONTRPT, STATUS = "
                   HS-CONTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CONTHIST CONTRPT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           PERFORM 8500-READ-CONTHIST
               THRU 8500-READ-CONTHIST-EXIT.

       2000-LIST-CONTACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2100-FIND-CHANNEL  --  NAME THE ENTRY'S CHANNEL FROM THE
      *                   CHANNEL TABLE AND NOTE WHICH COUNTER IT
      *                   ADDS TO.
      *----------------------------------------------------------------
       2100-FIND-CHANNEL.
           IF HS-CHANNEL-CODE(HS-CHAN-IDX) = CL-CHANNEL
               MOVE HS-CHANNEL-NAME(HS-CHAN-IDX) TO HS-DET-CHANNEL
               SET HS-CHANNEL-NBR TO HS-CHAN-IDX
           END-IF.

       2100-FIND-CHANNEL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8000-WRITE-TOTALS  --  CONTACTS IN THE PERIOD, BY CHANNEL,
      *                   AND THE CRM OUTCOMES.
      *----------------------------------------------------------------
       8000-WRITE-TOTALS.
           IF HS-NO-LEDGER
               GO TO 8000-WRITE-TOTALS-EXIT
           END-IF.

           MOVE SPACES TO HS-REPORT-LINE.
           WRITE HS-REPORT-LINE.

           IF HS-LIST-COUNT = ZERO
               MOVE "*** NO CONTACT RECORDED IN THIS PERIOD"
                   TO HS-REPORT-LINE
               WRITE HS-REPORT-LINE
               MOVE SPACES TO HS-REPORT-LINE
               WRITE HS-REPORT-LINE
           END-IF.

           MOVE "CONTACTS IN THE PERIOD ................."
               TO HS-TOT-LABEL.
           MOVE HS-LIST-COUNT TO HS-TOT-COUNT.
           MOVE HS-TOTAL-LINE TO HS-REPORT-LINE.
           WRITE HS-REPORT-LINE.

           PERFORM 8100-WRITE-CHANNEL-TOTAL
               THRU 8100-WRITE-CHANNEL-TOTAL-EXIT
               VARYING HS-CHAN-IDX FROM 1 BY 1
               UNTIL HS-CHAN-IDX > 6.

           MOVE "  CRM TOUCHES ACCEPTED ................."
               TO HS-TOT-LABEL.
           MOVE HS-ACCEPT-COUNT TO HS-TOT-COUNT.
           MOVE HS-TOTAL-LINE TO HS-REPORT-LINE.
           WRITE HS-REPORT-LINE.

           MOVE "  CRM TOUCHES REJECTED ................."
               TO HS-TOT-LABEL.
           MOVE HS-REJECT-COUNT TO HS-TOT-COUNT.
           MOVE HS-TOTAL-LINE TO HS-REPORT-LINE.
           WRITE HS-REPORT-LINE.

           MOVE "  CRM TOUCHES AWAITING ACKNOWLEDGMENT .."
               TO HS-TOT-LABEL.
           MOVE HS-PENDING-COUNT TO HS-TOT-COUNT.
           MOVE HS-TOTAL-LINE TO HS-REPORT-LINE.
           WRITE HS-REPORT-LINE.

       8000-WRITE-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8100-WRITE-CHANNEL-TOTAL  --  ONE "OF WHICH" LINE PER
      *                   CHANNEL.
      *----------------------------------------------------------------
       8100-WRITE-CHANNEL-TOTAL.
           MOVE SPACES TO HS-TOT-LABEL.
           MOVE 1 TO HS-LABEL-PTR.
           STRING "  " DELIMITED BY SIZE
               HS-CHANNEL-NAME(HS-CHAN-IDX) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               INTO HS-TOT-LABEL
               WITH POINTER HS-LABEL-PTR.
           MOVE ALL "." TO HS-TOT-LABEL(HS-LABEL-PTR:41 - HS-LABEL-PTR).
           MOVE HS-CHANNEL-COUNT(HS-CHAN-IDX) TO HS-TOT-COUNT.
           MOVE HS-TOTAL-LINE TO HS-REPORT-LINE.
           WRITE HS-REPORT-LINE.

       8100-WRITE-CHANNEL-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8500-READ-CONTHIST  --  READ THE CUSTOMER'S NEXT ENTRY IN
      *                   KEY ORDER.  END OF THE LEDGER, ANOTHER
      *                   CUSTOMER'S ENTRY, OR A DATE PAST THE PERIOD
      *                   ENDS THE STATEMENT.  ANY OTHER READ STATUS
      *                   ENDS THE RUN WITH RETURN-CODE 16 - A
      *                   STATEMENT CUT SHORT IS NOT A STATEMENT.
      *----------------------------------------------------------------
       8500-READ-CONTHIST.
           READ CONTHIST NEXT RECORD
               AT END
                   SET HS-EOF-REACHED TO TRUE
           END-READ.

           IF HS-EOF-REACHED
               GO TO 8500-READ-CONTHIST-EXIT
           END-IF.

           IF NOT HS-CONTHIST-OK
               DISPLAY "CONTSTMT: UNABLE TO READ CONTHIST, STATUS = "
                   HS-CONTHIST-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CONTHIST CONTRPT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           ADD 1 TO HS-READ-COUNT.
           IF CL-CUST-ID NOT = HS-CUST-ID
              OR CL-CONTACT-DATE > HS-TO-DATE
               SET HS-EOF-REACHED TO TRUE
           END-IF.

       8500-READ-CONTHIST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8900-WRITE-RUN-STATS  --  APPEND ONE START OR END RECORD TO
      *                   THE COMMON RUNSTATS FILE.  A RUNSTATS
      *                   PROBLEM IS WARNED, NEVER FATAL.
      *----------------------------------------------------------------
       8900-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATS.
           IF HS-RUNSTATS-STATUS = "35"
               OPEN OUTPUT RUNSTATS
               CLOSE RUNSTATS
               OPEN EXTEND RUNSTATS
           END-IF.
           IF NOT HS-RUNSTATS-OK
               DISPLAY "CONTSTMT: UNABLE TO OPEN RUNSTATS, STATUS = "
                   HS-RUNSTATS-STATUS
               GO TO 8900-WRITE-RUN-STATS-EXIT
           END-IF.

           MOVE SPACES TO RS-RUN-STAT-REC.
           MOVE HS-STAT-TYPE TO RS-REC-TYPE.
           MOVE "CONTSTMT" TO RS-PROGRAM-ID.
           MOVE HS-RUN-ID TO RS-RUN-ID.
           MOVE HS-PROC-DATE TO RS-PROC-DATE.
           ACCEPT RS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RS-LOG-TIME FROM TIME.
           MOVE HS-READ-COUNT TO RS-READ-COUNT.
           MOVE HS-LIST-COUNT TO RS-WRITE-COUNT.
           MOVE ZERO TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           WRITE RS-RUN-STAT-REC.
           IF NOT HS-RUNSTATS-OK
               DISPLAY "CONTSTMT: UNABLE TO WRITE RUNSTATS, STATUS = "
                   HS-RUNSTATS-STATUS
           END-IF.
           CLOSE RUNSTATS.

       8900-WRITE-RUN-STATS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9000-TERMINATE  --  CLOSE FILES AND SET THE RETURN CODE:
      *                     0 - CONTACTS LISTED
      *                     4 - NO LEDGER, OR NO CONTACT IN THE
      *                         PERIOD
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF NOT HS-NO-LEDGER
               CLOSE CONTHIST
           END-IF.
           CLOSE CONTRPT.

           DISPLAY "CONTSTMT: CUSTOMER " HS-CUST-ID
               " CONTACTS LISTED=" HS-LIST-COUNT.

           IF HS-NO-LEDGER
              OR HS-LIST-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           MOVE "E" TO HS-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9500-ABORT-WRAPUP  --  LEAVE THE END STATISTICS RECORD ON A
      *                   FAILED START.  THE CALLER HAS ALREADY SET
      *                   RETURN-CODE.
      *----------------------------------------------------------------
       9500-ABORT-WRAPUP.
           MOVE "E" TO HS-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9500-ABORT-WRAPUP-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
