      *                 TEMPLATE IS PLAIN 80-BYTE LINES CARRYING
      *                 SUBSTITUTION VARIABLES:
      *                   &NAME      - THE CUSTOMER'S NAME
      *                   &GREETWORD - THE LETTER SALUTATION IN THE
      *                                CUSTOMER'S OWN LANGUAGE
      *                   &VIPTEXT   - THE CUSTOMER'S VIP GREETING
      *                                TEXT (BLANK FOR NON-VIPS)
      *                   &DATE      - THE LETTER DATE, YYYY-MM-DD
      *                 IS GIVEN BY THE REGISTER ITSELF - ONLY
      *                 PRINTED LETTERS ARE ON IT.
      *
      *                 EVERY LETTER IS ADDRESSED FROM THE ADDR-FILE
      *                 MAILING-ADDRESS MASTER (SEE COPYBOOK ADDRREC,
      *                 MAINTAINED BY ADDMAINT): THE NAME AND ADDRESS
      *                 BLOCK IS PRINTED UNDER THE HEADING OF THE
      *                 LETTER'S FIRST PAGE.  A CUSTOMER WITH NO
      *                 ACTIVE, DELIVERABLE ADDRESS GETS NO LETTER,
      *                 NO SEQUENCE NUMBER, AND NO REGISTER ENTRY -
      *                 THE LETTER IS HELD AND LISTED WITH THE REASON
      *                 ON THE LTREXCP EXCEPTION REPORT FOR THE
      *                 MAILROOM.  IN PRINT MODE THE ELIGIBLE
      *                 CUSTOMERS ARE SORTED BY POSTAL CODE (THEN
      *                 CUSTOMER ID) BEFORE ANY LETTER IS PRINTED, SO
      *                 THE LETTERS FILE AND THE SEQUENCE NUMBERS RUN
      *                 IN POSTAL ORDER, AND ONE LTRMFST PRINT-VENDOR
      *                 MANIFEST RECORD (SEE COPYBOOK LTRMFST) IS
      *                 WRITTEN PER LETTER FOR THE PRESORT POSTAGE
      *                 CLAIM.  A REPRINT IS ADDRESSED, HELD, AND
      *                 MANIFESTED THE SAME WAY, IN REGISTER ORDER.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  -----------------------------------------
      *                   EVERYTHING; NO CHP-FILE ON HAND MEANS
      *                   EVERY CHANNEL, AS BEFORE.  THE SKIPPED
      *                   TALLY IS SHOWN AT END OF RUN.
      *  2026-10-15 DEV   ADDRESS EVERY LETTER FROM THE NEW ADDR-FILE
      *                   MASTER, HOLD THE UNADDRESSABLE ONES ON THE
      *                   LTREXCP REPORT, SORT THE PRINT RUN BY
      *                   POSTAL CODE, AND WRITE THE LTRMFST VENDOR
      *                   MANIFEST, AS DESCRIBED ABOVE.  RETURN CODE
      *                   4 NOW ALSO MEANS AT LEAST ONE LETTER WAS
      *                   HELD.
      *  2026-10-15 DEV   &GREETWORD IS NOW THE LETTER SALUTATION IN
      *                   THE CUSTOMER'S PREFERRED LANGUAGE: THE CODE
      *                   COMES FROM CUST-FILE (SEE COPYBOOK CUSTREC)
      *                   AND THE WORDING FROM THE PHR-FILE PHRASE
      *                   MASTER (SEE COPYBOOK PHRASREC, MAINTAINED
      *                   BY PHRMAINT) UNDER KIND "S".  A LANGUAGE
      *                   WITH NO ACTIVE PHRASE FALLS BACK TO THE
      *                   "EN" ENTRY AND IS COUNTED.  WITH NEITHER
      *                   FILE ON HAND - OR NO "EN" PHRASE - IT READS
      *                   "HELLO" AS BEFORE.  A REPRINT TAKES THE
      *                   SALUTATION CURRENT AT REPRINT TIME.
      *  2026-10-15 DEV   RECORD EVERY LETTER PRINTED OR REPRINTED ON
      *                   THE CONTHIST CONTACT-HISTORY LEDGER (CHANNEL
      *                   LETTER, SEE COPYBOOK CONTLOGP) THROUGH THE
      *                   CONTLOG SUBPROGRAM, UNDER THE DAY IT WAS
      *                   PRINTED - A REPRINT IS A FRESH MAILING AND
      *                   IS DATED TODAY, NOT WITH THE ORIGINAL LETTER
      *                   DATE IT CARRIES.  HELD LETTERS ARE NOT
      *                   CONTACTS AND ARE NOT LEDGERED.  A LEDGER
      *                   THAT CANNOT BE WRITTEN ABORTS THE RUN.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTRGEN.
               RECORD KEY IS CH-CUST-ID
               FILE STATUS IS LG-CHP-FILE-STATUS.

           SELECT ADDR-FILE ASSIGN TO "ADDR-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-CUST-ID
               FILE STATUS IS LG-ADDR-FILE-STATUS.

           SELECT CUST-FILE ASSIGN TO "CUST-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS LG-CUST-FILE-STATUS.

           SELECT PHR-FILE ASSIGN TO "PHR-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-PHRASE-KEY
               FILE STATUS IS LG-PHR-FILE-STATUS.

           SELECT LTREXCP ASSIGN TO "LTREXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LG-LTREXCP-STATUS.

           SELECT LTRMFST ASSIGN TO "LTRMFST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LG-LTRMFST-STATUS.

           SELECT LTRSORT ASSIGN TO "LTRSORT".

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LG-RUNCTL-STATUS.
       FD  CHP-FILE.
       COPY CHPREC.

       FD  ADDR-FILE.
       COPY ADDRREC.

       FD  CUST-FILE.
       COPY CUSTREC.

       FD  PHR-FILE.
       COPY PHRASREC.

       FD  LTREXCP
           RECORDING MODE IS F.
       01  LG-EXCP-LINE                PIC X(80).

       FD  LTRMFST
           RECORDING MODE IS F.
       COPY LTRMFST.

      *    POSTAL-ORDER WORK FILE FOR THE PRINT RUN: EVERY CUSTOMER
      *    WHO PASSED THE SUPPRESSION, CHANNEL, AND ADDRESS CHECKS,
      *    WITH THE ADDRESS THE LETTER WILL CARRY.
       SD  LTRSORT.
       01  LS-SORT-REC.
           05  LS-POSTAL-CODE          PIC X(10).
           05  LS-CUST-ID              PIC X(10).
           05  LS-CUST-NAME            PIC X(25).
           05  LS-STREET-1             PIC X(30).
           05  LS-STREET-2             PIC X(30).
           05  LS-CITY                 PIC X(20).
           05  LS-STATE                PIC X(02).

       FD  RUNCTL
           RECORDING MODE IS F.
       COPY RUNCTL.
       77  LG-LETTER-ALLOW-SW          PIC X(01) VALUE "Y".
           88  LG-LETTER-ALLOWED       VALUE "Y".

       77  LG-ADDR-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  LG-ADDR-FILE-OK         VALUE "00".

       77  LG-ADDR-AVAILABLE-SW        PIC X(01) VALUE "N".
           88  LG-ADDR-FILE-AVAILABLE  VALUE "Y".

       77  LG-ADDR-OK-SW               PIC X(01) VALUE "N".
           88  LG-ADDR-DELIVERABLE     VALUE "Y".

       77  LG-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  LG-CUST-FILE-OK         VALUE "00".

       77  LG-CUST-AVAILABLE-SW        PIC X(01) VALUE "N".
           88  LG-CUST-FILE-AVAILABLE  VALUE "Y".

       77  LG-PHR-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  LG-PHR-FILE-OK          VALUE "00".

       77  LG-PHR-AVAILABLE-SW         PIC X(01) VALUE "N".
           88  LG-PHR-FILE-AVAILABLE   VALUE "Y".

       77  LG-PHRASE-FOUND-SW          PIC X(01) VALUE "N".
           88  LG-PHRASE-FOUND         VALUE "Y".

       77  LG-LANG-CODE                PIC X(02) VALUE "EN".

       77  LG-LTREXCP-STATUS           PIC X(02) VALUE SPACES.
           88  LG-LTREXCP-OK           VALUE "00".

       77  LG-LTRMFST-STATUS           PIC X(02) VALUE SPACES.
           88  LG-LTRMFST-OK           VALUE "00".

       77  LG-SORT-EOF-SW              PIC X(01) VALUE "N".
           88  LG-SORT-EOF             VALUE "Y".

       77  LG-MODE-SW                  PIC X(01) VALUE "P".
           88  LG-PRINT-MODE           VALUE "P".
           88  LG-REPRINT-MODE         VALUE "R".
       77  LG-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
       77  LG-UNMATCHED-COUNT          PIC 9(04) COMP VALUE ZERO.
       77  LG-CHSKIP-COUNT             PIC 9(08) COMP VALUE ZERO.
       77  LG-HELD-COUNT               PIC 9(08) COMP VALUE ZERO.
       77  LG-MANIFEST-PAGES           PIC 9(08) COMP VALUE ZERO.
       77  LG-LANGFB-COUNT             PIC 9(08) COMP VALUE ZERO.

       77  LG-LETTER-SEQ               PIC 9(08) VALUE ZERO.
       77  LG-LTR-FIRST-PAGE           PIC 9(04) COMP VALUE ZERO.

       77  LG-RUN-ID                   PIC X(08) VALUE SPACES.

      *    LG-PROC-DATE IS RESET TO EACH REPRINTED LETTER'S OWN DATE;
      *    THE DAY OF THE RUN ITSELF IS KEPT HERE FOR THE LEDGER.
       77  LG-CYCLE-DATE               PIC 9(08) VALUE ZERO.

       COPY CONTLOGP.

       01  LG-DATE-FMT.
           05  LG-FMT-YEAR             PIC 9(04).
           05  FILLER                  PIC X(01) VALUE "-".
       01  LG-CUST-ID                  PIC X(10) VALUE SPACES.
       01  LG-CUST-NAME                PIC X(25) VALUE SPACES.
       01  LG-VIP-TEXT                 PIC X(40) VALUE SPACES.
       01  LG-GREET-WORD               PIC X(30) VALUE SPACES.

      *    THE MAILING ADDRESS THE CURRENT LETTER IS PRINTED WITH -
      *    FROM THE SORTED WORK RECORD IN PRINT MODE, FROM ADDR-FILE
      *    IN REPRINT MODE - AND THE REASON A LETTER WAS HELD.
       01  LG-MAIL-ADDRESS.
           05  LG-MAIL-STREET-1        PIC X(30).
           05  LG-MAIL-STREET-2        PIC X(30).
           05  LG-MAIL-CITY            PIC X(20).
           05  LG-MAIL-STATE           PIC X(02).
           05  LG-MAIL-POSTAL-CODE     PIC X(10).

       01  LG-HOLD-REASON              PIC X(30) VALUE SPACES.

       01  LG-HEADING-LINE.
           05  FILLER                  PIC X(24)
           05  LG-HDG-SEQ              PIC 9(08).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  LG-EXCP-HEADING.
           05  FILLER                  PIC X(38)
                   VALUE "LETTERS HELD - NO DELIVERABLE ADDRESS ".
           05  FILLER                  PIC X(05) VALUE "DATE ".
           05  LG-EXH-DATE             PIC X(10).
           05  FILLER                  PIC X(06) VALUE "  RUN ".
           05  LG-EXH-RUN-ID           PIC X(08).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  LG-EXCP-DETAIL.
           05  LG-EXD-CUST-ID          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LG-EXD-CUST-NAME        PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LG-EXD-REASON           PIC X(30).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  LG-EXCP-TOTAL.
           05  FILLER                  PIC X(29)
                   VALUE "LETTERS HELD ................".
           05  LG-EXT-COUNT            PIC ZZZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
               THRU 1000-INITIALIZE-EXIT.

           IF LG-PRINT-MODE
               SORT LTRSORT
                   ON ASCENDING KEY LS-POSTAL-CODE
                                    LS-CUST-ID
                   INPUT PROCEDURE IS 1900-SELECT-CUSTOMERS
                       THRU 1900-SELECT-CUSTOMERS-EXIT
                   OUTPUT PROCEDURE IS 2400-PRINT-SORTED-LETTERS
                       THRU 2400-PRINT-SORTED-LETTERS-EXIT
               IF SORT-RETURN NOT = ZERO
                   DISPLAY "LETTRGEN: POSTAL-CODE SORT FAILED, "
                       "SORT-RETURN = " SORT-RETURN
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9100-CLOSE-ALL
                       THRU 9100-CLOSE-ALL-EXIT
                   GO TO 9999-EXIT
               END-IF
           ELSE
               PERFORM 4000-PROCESS-REGISTER-REC
                   THRU 4000-PROCESS-REGISTER-REC-EXIT
      *                   LOAD THE LETTER TEMPLATE, AND OPEN THE
      *                   FILES THE MODE NEEDS.  NO TEMPLATE MEANS NO
      *                   LETTERS - THAT IS AN ABORT, NOT A QUIET
      *                   EMPTY PRINT FILE.  NEITHER IS AN EXCEPTION
      *                   REPORT OR MANIFEST THAT CANNOT BE OPENED.
      *                   NO ADDR-FILE ON HAND IS WARNED - EVERY
      *                   LETTER IS THEN HELD.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1300-PARSE-ARGUMENTS

           PERFORM 1050-READ-RUN-CONTROL
               THRU 1050-READ-RUN-CONTROL-EXIT.
           MOVE LG-PROC-DATE TO LG-CYCLE-DATE.

           MOVE LG-PROC-YEAR TO LG-FMT-YEAR.
           MOVE LG-PROC-MONTH TO LG-FMT-MONTH.
               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT LTREXCP.
           IF NOT LG-LTREXCP-OK
               DISPLAY "LETTRGEN: UNABLE TO OPEN LTREXCP, STATUS = "
                   LG-LTREXCP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.

           MOVE LG-DATE-FMT TO LG-EXH-DATE.
           MOVE LG-RUN-ID TO LG-EXH-RUN-ID.
           WRITE LG-EXCP-LINE FROM LG-EXCP-HEADING.
           MOVE SPACES TO LG-EXCP-LINE.
           WRITE LG-EXCP-LINE.

           OPEN OUTPUT LTRMFST.
           IF NOT LG-LTRMFST-OK
               DISPLAY "LETTRGEN: UNABLE TO OPEN LTRMFST, STATUS = "
                   LG-LTRMFST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT ADDR-FILE.
           IF LG-ADDR-FILE-OK
               SET LG-ADDR-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "LETTRGEN: ADDR-FILE NOT AVAILABLE, STATUS = "
                   LG-ADDR-FILE-STATUS " - EVERY LETTER WILL BE "
                   "HELD"
           END-IF.

           IF LG-PRINT-MODE
               OPEN INPUT VIP-FILE
               IF LG-VIP-FILE-OK
               SET LG-CHP-FILE-AVAILABLE TO TRUE
           END-IF.

           OPEN INPUT CUST-FILE.
           IF LG-CUST-FILE-OK
               SET LG-CUST-FILE-AVAILABLE TO TRUE
           END-IF.

           OPEN INPUT PHR-FILE.
           IF LG-PHR-FILE-OK
               SET LG-PHR-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "LETTRGEN: PHR-FILE NOT AVAILABLE, STATUS = "
                   LG-PHR-FILE-STATUS " - EVERY LETTER WILL BE "
                   "SALUTED IN ENGLISH"
           END-IF.

           IF LG-PRINT-MODE
               PERFORM 8000-READ-NAMES-IN
                   THRU 8000-READ-NAMES-IN-EXIT
           EXIT.

      *----------------------------------------------------------------
      *  1900-SELECT-CUSTOMERS  --  SORT INPUT PROCEDURE: PASS EVERY
      *                   NAMES-IN CUSTOMER THROUGH THE ELIGIBILITY
      *                   CHECKS, RELEASING THE ONES THAT WILL GET A
      *                   LETTER TO THE POSTAL-CODE SORT.
      *----------------------------------------------------------------
       1900-SELECT-CUSTOMERS.
           PERFORM 2000-PROCESS-CUSTOMER
               THRU 2000-PROCESS-CUSTOMER-EXIT
               UNTIL LG-EOF-REACHED
                  OR LG-TRAILER-REACHED.

       1900-SELECT-CUSTOMERS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-PROCESS-CUSTOMER  --  DECIDE ONE CUSTOMER'S LETTER,
      *                   PASSING OVER THE CONTROL RECORDS AND THE
      *                   DO-NOT-GREET CUSTOMERS AND HOLDING THE ONES
      *                   WITH NO DELIVERABLE ADDRESS.  THE REST GO
      *                   TO THE SORT, TO BE PRINTED AND REGISTERED
      *                   IN POSTAL ORDER.
      *----------------------------------------------------------------
       2000-PROCESS-CUSTOMER.
           EVALUATE TRUE
                       WHEN NOT LG-LETTER-ALLOWED
                           ADD 1 TO LG-CHSKIP-COUNT
                       WHEN OTHER
                           PERFORM 2350-LOOKUP-ADDRESS
                               THRU 2350-LOOKUP-ADDRESS-EXIT
                           IF LG-ADDR-DELIVERABLE
                               PERFORM 2380-RELEASE-CUSTOMER
                                   THRU 2380-RELEASE-CUSTOMER-EXIT
                           ELSE
                               PERFORM 2700-HOLD-LETTER
                                   THRU 2700-HOLD-LETTER-EXIT
                           END-IF
                   END-EVALUATE
           END-EVALUATE.

       2300-LOOKUP-VIP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2350-LOOKUP-ADDRESS  --  FETCH THE CURRENT CUSTOMER'S
      *                   MAILING ADDRESS.  ONLY AN ACTIVE ADDRESS
      *                   FLAGGED DELIVERABLE WILL DO; ANYTHING ELSE
      *                   LEAVES THE REASON THE LETTER MUST BE HELD.
      *----------------------------------------------------------------
       2350-LOOKUP-ADDRESS.
           MOVE "N" TO LG-ADDR-OK-SW.
           MOVE SPACES TO LG-MAIL-ADDRESS.
           MOVE "NO ADDRESS ON FILE" TO LG-HOLD-REASON.

           IF NOT LG-ADDR-FILE-AVAILABLE
               GO TO 2350-LOOKUP-ADDRESS-EXIT
           END-IF.

           MOVE LG-CUST-ID TO AD-CUST-ID.
           READ ADDR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT AD-ACTIVE
                           MOVE "ADDRESS DELETED" TO LG-HOLD-REASON
                       WHEN NOT AD-DELIVERABLE
                           MOVE "ADDRESS MARKED UNDELIVERABLE"
                               TO LG-HOLD-REASON
                       WHEN OTHER
                           SET LG-ADDR-DELIVERABLE TO TRUE
                           MOVE SPACES TO LG-HOLD-REASON
                           MOVE AD-STREET-1 TO LG-MAIL-STREET-1
                           MOVE AD-STREET-2 TO LG-MAIL-STREET-2
                           MOVE AD-CITY TO LG-MAIL-CITY
                           MOVE AD-STATE TO LG-MAIL-STATE
                           MOVE AD-POSTAL-CODE TO LG-MAIL-POSTAL-CODE
                   END-EVALUATE
           END-READ.

       2350-LOOKUP-ADDRESS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2380-RELEASE-CUSTOMER  --  HAND AN ELIGIBLE, ADDRESSABLE
      *                   CUSTOMER TO THE POSTAL-CODE SORT.
      *----------------------------------------------------------------
       2380-RELEASE-CUSTOMER.
           MOVE SPACES TO LS-SORT-REC.
           MOVE LG-MAIL-POSTAL-CODE TO LS-POSTAL-CODE.
           MOVE LG-CUST-ID TO LS-CUST-ID.
           MOVE LG-CUST-NAME TO LS-CUST-NAME.
           MOVE LG-MAIL-STREET-1 TO LS-STREET-1.
           MOVE LG-MAIL-STREET-2 TO LS-STREET-2.
           MOVE LG-MAIL-CITY TO LS-CITY.
           MOVE LG-MAIL-STATE TO LS-STATE.

           RELEASE LS-SORT-REC.

       2380-RELEASE-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2400-PRINT-SORTED-LETTERS  --  SORT OUTPUT PROCEDURE: PRINT,
      *                   REGISTER, AND MANIFEST EVERY RELEASED
      *                   CUSTOMER'S LETTER IN POSTAL-CODE ORDER.
      *----------------------------------------------------------------
       2400-PRINT-SORTED-LETTERS.
           PERFORM 8200-RETURN-SORTED
               THRU 8200-RETURN-SORTED-EXIT.

           PERFORM 2450-PRINT-SORTED-LETTER
               THRU 2450-PRINT-SORTED-LETTER-EXIT
               UNTIL LG-SORT-EOF.

       2400-PRINT-SORTED-LETTERS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2450-PRINT-SORTED-LETTER  --  GENERATE ONE SORTED
      *                   CUSTOMER'S LETTER UNDER THE NEXT SEQUENCE
      *                   NUMBER, THEN REGISTER AND MANIFEST IT.
      *----------------------------------------------------------------
       2450-PRINT-SORTED-LETTER.
           MOVE LS-CUST-ID TO LG-CUST-ID.
           MOVE LS-CUST-NAME TO LG-CUST-NAME.
           MOVE LS-STREET-1 TO LG-MAIL-STREET-1.
           MOVE LS-STREET-2 TO LG-MAIL-STREET-2.
           MOVE LS-CITY TO LG-MAIL-CITY.
           MOVE LS-STATE TO LG-MAIL-STATE.
           MOVE LS-POSTAL-CODE TO LG-MAIL-POSTAL-CODE.

           PERFORM 2300-LOOKUP-VIP
               THRU 2300-LOOKUP-VIP-EXIT.
           ADD 1 TO LG-LETTER-SEQ.
           PERFORM 2500-GENERATE-LETTER
               THRU 2500-GENERATE-LETTER-EXIT.
           PERFORM 2600-WRITE-REGISTER
               THRU 2600-WRITE-REGISTER-EXIT.
           PERFORM 2650-WRITE-MANIFEST
               THRU 2650-WRITE-MANIFEST-EXIT.
           PERFORM 2660-RECORD-CONTACT
               THRU 2660-RECORD-CONTACT-EXIT.

           PERFORM 8200-RETURN-SORTED
               THRU 8200-RETURN-SORTED-EXIT.

       2450-PRINT-SORTED-LETTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2500-GENERATE-LETTER  --  START THE CURRENT LETTER ON A
      *                   FRESH PAGE UNDER ITS ADDRESS BLOCK, RUN
      *                   EVERY TEMPLATE LINE THROUGH SUBSTITUTION,
      *                   AND NOTE THE PAGE RANGE.  THE CALLER HAS
      *                   ALREADY SET THE CUSTOMER, ADDRESS, VIP
      *                   TEXT, DATE, AND SEQUENCE NUMBER.
      *----------------------------------------------------------------
       2500-GENERATE-LETTER.
           PERFORM 2800-RESOLVE-SALUTATION
               THRU 2800-RESOLVE-SALUTATION-EXIT.

           PERFORM 2550-START-NEW-PAGE
               THRU 2550-START-NEW-PAGE-EXIT.
           MOVE LG-PAGE-COUNT TO LG-LTR-FIRST-PAGE.

           PERFORM 2560-WRITE-ADDRESS-BLOCK
               THRU 2560-WRITE-ADDRESS-BLOCK-EXIT.

           PERFORM 2520-WRITE-TEMPLATE-LINE
               THRU 2520-WRITE-TEMPLATE-LINE-EXIT
               VARYING LG-TMPL-IDX FROM 1 BY 1
       2550-START-NEW-PAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2560-WRITE-ADDRESS-BLOCK  --  PRINT THE NAME AND MAILING
      *                   ADDRESS UNDER THE FIRST PAGE HEADING: NAME,
      *                   STREET LINES (THE SECOND ONLY WHEN PRESENT),
      *                   THEN "CITY, ST  POSTAL", AND A BLANK LINE.
      *----------------------------------------------------------------
       2560-WRITE-ADDRESS-BLOCK.
           MOVE SPACES TO LG-OUT-LINE.
           MOVE LG-CUST-NAME TO LG-OUT-LINE.
           PERFORM 2590-WRITE-BLOCK-LINE
               THRU 2590-WRITE-BLOCK-LINE-EXIT.

           MOVE SPACES TO LG-OUT-LINE.
           MOVE LG-MAIL-STREET-1 TO LG-OUT-LINE.
           PERFORM 2590-WRITE-BLOCK-LINE
               THRU 2590-WRITE-BLOCK-LINE-EXIT.

           IF LG-MAIL-STREET-2 NOT = SPACES
               MOVE SPACES TO LG-OUT-LINE
               MOVE LG-MAIL-STREET-2 TO LG-OUT-LINE
               PERFORM 2590-WRITE-BLOCK-LINE
                   THRU 2590-WRITE-BLOCK-LINE-EXIT
           END-IF.

           MOVE SPACES TO LG-OUT-LINE.
           MOVE 1 TO LG-OUT-POS.
           MOVE SPACES TO LG-SUB-VALUE.
           MOVE LG-MAIL-CITY TO LG-SUB-VALUE.
           PERFORM 3200-INSERT-VALUE
               THRU 3200-INSERT-VALUE-EXIT.
           IF LG-MAIL-STATE NOT = SPACES
               MOVE "," TO LG-OUT-LINE(LG-OUT-POS:1)
               ADD 2 TO LG-OUT-POS
               MOVE SPACES TO LG-SUB-VALUE
               MOVE LG-MAIL-STATE TO LG-SUB-VALUE
               PERFORM 3200-INSERT-VALUE
                   THRU 3200-INSERT-VALUE-EXIT
           END-IF.
           ADD 2 TO LG-OUT-POS.
           MOVE SPACES TO LG-SUB-VALUE.
           MOVE LG-MAIL-POSTAL-CODE TO LG-SUB-VALUE.
           PERFORM 3200-INSERT-VALUE
               THRU 3200-INSERT-VALUE-EXIT.
           PERFORM 2590-WRITE-BLOCK-LINE
               THRU 2590-WRITE-BLOCK-LINE-EXIT.

           MOVE SPACES TO LG-OUT-LINE.
           PERFORM 2590-WRITE-BLOCK-LINE
               THRU 2590-WRITE-BLOCK-LINE-EXIT.

       2560-WRITE-ADDRESS-BLOCK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2590-WRITE-BLOCK-LINE  --  PRINT ONE ADDRESS-BLOCK LINE.
      *----------------------------------------------------------------
       2590-WRITE-BLOCK-LINE.
           WRITE LG-LETTER-LINE FROM LG-OUT-LINE
               AFTER ADVANCING 1 LINE.
           IF NOT LG-LETTERS-OK
               DISPLAY "LETTRGEN: UNABLE TO WRITE LETTERS, STATUS = "
                   LG-LETTERS-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO LG-LINE-COUNT.

       2590-WRITE-BLOCK-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2600-WRITE-REGISTER  --  RECORD THE LETTER JUST PRINTED.  A
      *                   REGISTER THAT CANNOT BE WRITTEN IS AN
       2600-WRITE-REGISTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2650-WRITE-MANIFEST  --  RECORD THE LETTER JUST PRINTED ON
      *                   THE PRINT-VENDOR MANIFEST.  A MANIFEST THAT
      *                   CANNOT BE WRITTEN IS AN ABORT - THE VENDOR
      *                   CANNOT CLAIM PRESORT POSTAGE FOR LETTERS
      *                   THAT ARE NOT ON IT.
      *----------------------------------------------------------------
       2650-WRITE-MANIFEST.
           MOVE SPACES TO MF-MANIFEST-REC.
           MOVE LG-LETTER-SEQ TO MF-SEQ-NBR.
           MOVE LG-CUST-ID TO MF-CUST-ID.
           MOVE LG-MAIL-POSTAL-CODE TO MF-POSTAL-CODE.
           COMPUTE MF-PAGE-COUNT =
               LG-LTR-LAST-PAGE - LG-LTR-FIRST-PAGE + 1.
           MOVE LG-PROC-DATE TO MF-LETTER-DATE.
           ADD MF-PAGE-COUNT TO LG-MANIFEST-PAGES.

           WRITE MF-MANIFEST-REC.
           IF NOT LG-LTRMFST-OK
               DISPLAY "LETTRGEN: UNABLE TO WRITE LTRMFST, STATUS = "
                   LG-LTRMFST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.

       2650-WRITE-MANIFEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2660-RECORD-CONTACT  --  ENTER THE LETTER JUST PRINTED ON
      *                   THE CONTACT-HISTORY LEDGER UNDER TODAY'S
      *                   DATE, NAMING ITS REGISTER SEQUENCE NUMBER.
      *----------------------------------------------------------------
       2660-RECORD-CONTACT.
           MOVE SPACES TO LC-LEDGER-PARMS.
           SET LC-WRITE-ENTRY TO TRUE.
           MOVE LG-CUST-ID TO LC-CUST-ID.
           MOVE LG-CYCLE-DATE TO LC-CONTACT-DATE.
           MOVE ZERO TO LC-CONTACT-TIME.
           MOVE ZERO TO LC-OUTCOME-DATE.
           SET LC-LETTER TO TRUE.
           MOVE "LETTRGEN" TO LC-CALLER-PGM.
           MOVE LG-RUN-ID TO LC-CALLER-RUN.
           IF LG-REPRINT-MODE
               STRING "REPRINT OF LETTER SEQ " DELIMITED BY SIZE
                   LG-LETTER-SEQ DELIMITED BY SIZE
                   INTO LC-DETAIL
           ELSE
               STRING "LETTER SEQ " DELIMITED BY SIZE
                   LG-LETTER-SEQ DELIMITED BY SIZE
                   INTO LC-DETAIL
           END-IF.
           CALL "CONTLOG" USING LC-LEDGER-PARMS.

           IF NOT LC-LEDGER-OK
               DISPLAY "LETTRGEN: UNABLE TO RECORD CONTACT FOR "
                   LG-CUST-ID " ON CONTHIST"
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.

       2660-RECORD-CONTACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2700-HOLD-LETTER  --  LIST A CUSTOMER WHOSE LETTER IS HELD
      *                   FOR WANT OF A DELIVERABLE ADDRESS ON THE
      *                   EXCEPTION REPORT.  AN UNLISTED HELD LETTER
      *                   WOULD SIMPLY VANISH, SO A WRITE FAILURE
      *                   ABORTS.
      *----------------------------------------------------------------
       2700-HOLD-LETTER.
           ADD 1 TO LG-HELD-COUNT.
           MOVE LG-CUST-ID TO LG-EXD-CUST-ID.
           MOVE LG-CUST-NAME TO LG-EXD-CUST-NAME.
           MOVE LG-HOLD-REASON TO LG-EXD-REASON.

           WRITE LG-EXCP-LINE FROM LG-EXCP-DETAIL.
           IF NOT LG-LTREXCP-OK
               DISPLAY "LETTRGEN: UNABLE TO WRITE LTREXCP, STATUS = "
                   LG-LTREXCP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.

       2700-HOLD-LETTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2800-RESOLVE-SALUTATION  --  SET LG-GREET-WORD TO THE LETTER
      *                   SALUTATION IN THE CURRENT CUSTOMER'S
      *                   PREFERRED LANGUAGE.  NO CUST-FILE RECORD OR
      *                   A BLANK CODE MEANS ENGLISH.  A LANGUAGE WITH
      *                   NO ACTIVE PHRASE IS COUNTED AS A FALLBACK
      *                   AND GETS THE "EN" PHRASE; WITH NO "EN"
      *                   PHRASE EITHER, THE BUILT-IN "HELLO" STANDS.
      *----------------------------------------------------------------
       2800-RESOLVE-SALUTATION.
           MOVE "EN" TO LG-LANG-CODE.
           MOVE "HELLO" TO LG-GREET-WORD.

           IF LG-CUST-FILE-AVAILABLE
               MOVE LG-CUST-ID TO CM-CUST-ID
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-LANG-CODE NOT = SPACES
                           MOVE CM-LANG-CODE TO LG-LANG-CODE
                       END-IF
               END-READ
           END-IF.

           MOVE LG-LANG-CODE TO PH-LANG-CODE.
           PERFORM 2850-READ-PHRASE
               THRU 2850-READ-PHRASE-EXIT.
           IF LG-PHRASE-FOUND
               GO TO 2800-RESOLVE-SALUTATION-EXIT
           END-IF.

           IF LG-LANG-CODE NOT = "EN"
               ADD 1 TO LG-LANGFB-COUNT
               MOVE "EN" TO PH-LANG-CODE
               PERFORM 2850-READ-PHRASE
                   THRU 2850-READ-PHRASE-EXIT
           END-IF.

       2800-RESOLVE-SALUTATION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2850-READ-PHRASE  --  LOOK UP THE LETTER-SALUTATION PHRASE
      *                   FOR THE LANGUAGE IN PH-LANG-CODE.
      *                   LG-PHRASE-FOUND IS SET, AND LG-GREET-WORD
      *                   REPLACED, ONLY FOR AN ACTIVE RECORD WITH
      *                   TEXT ON IT.
      *----------------------------------------------------------------
       2850-READ-PHRASE.
           MOVE "N" TO LG-PHRASE-FOUND-SW.

           IF NOT LG-PHR-FILE-AVAILABLE
               GO TO 2850-READ-PHRASE-EXIT
           END-IF.

           SET PH-KIND-SALUTATION TO TRUE.
           READ PHR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PH-ACTIVE
                      AND PH-PHRASE-TEXT NOT = SPACES
                       SET LG-PHRASE-FOUND TO TRUE
                       MOVE PH-PHRASE-TEXT TO LG-GREET-WORD
                   END-IF
           END-READ.

       2850-READ-PHRASE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3000-SUBSTITUTE-LINE  --  COPY LG-IN-LINE TO LG-OUT-LINE,
      *                   EXPANDING EVERY SUBSTITUTION VARIABLE.
               WHEN LG-IN-POS < 72
                AND LG-IN-LINE(LG-IN-POS:10) = "&GREETWORD"
                   MOVE SPACES TO LG-SUB-VALUE
                   MOVE LG-GREET-WORD TO LG-SUB-VALUE
                   PERFORM 3200-INSERT-VALUE
                       THRU 3200-INSERT-VALUE-EXIT
                   ADD 10 TO LG-IN-POS
      *                   LETTER DATE, AND PRINT-TIME VIP TEXT.  THE
      *                   SUPP-FILE IS CHECKED AGAIN FIRST - A
      *                   CUSTOMER WHO OPTED OUT SINCE THE ORIGINAL
      *                   PRINT GETS NO COPY.  THE COPY GOES TO THE
      *                   CUSTOMER'S CURRENT ADDRESS, AND IS HELD IF
      *                   THERE IS NO LONGER A DELIVERABLE ONE.
      *----------------------------------------------------------------
       4200-REPRINT-LETTER.
           MOVE LR-CUST-ID TO LG-CUST-ID.
               GO TO 4200-REPRINT-LETTER-EXIT
           END-IF.

           PERFORM 2350-LOOKUP-ADDRESS
               THRU 2350-LOOKUP-ADDRESS-EXIT.
           IF NOT LG-ADDR-DELIVERABLE
               PERFORM 2700-HOLD-LETTER
                   THRU 2700-HOLD-LETTER-EXIT
               DISPLAY "LETTRGEN: LETTER " LR-SEQ-NBR " FOR "
                   LR-CUST-ID " NOT REPRINTED - NO DELIVERABLE "
                   "ADDRESS"
               GO TO 4200-REPRINT-LETTER-EXIT
           END-IF.

           MOVE LR-SEQ-NBR TO LG-LETTER-SEQ.
           MOVE LR-VIP-TEXT TO LG-VIP-TEXT.
           IF LR-LETTER-DATE IS NUMERIC

           PERFORM 2500-GENERATE-LETTER
               THRU 2500-GENERATE-LETTER-EXIT.
           PERFORM 2650-WRITE-MANIFEST
               THRU 2650-WRITE-MANIFEST-EXIT.
           PERFORM 2660-RECORD-CONTACT
               THRU 2660-RECORD-CONTACT-EXIT.

       4200-REPRINT-LETTER-EXIT.
           EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8200-RETURN-SORTED  --  FETCH THE NEXT CUSTOMER IN POSTAL
      *                   ORDER FROM THE SORT.
      *----------------------------------------------------------------
       8200-RETURN-SORTED.
           RETURN LTRSORT
               AT END
                   SET LG-SORT-EOF TO TRUE
           END-RETURN.

       8200-RETURN-SORTED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9000-TERMINATE  --  TOTAL THE EXCEPTION REPORT, CLOSE THE
      *                   MANIFEST WITH ITS TRAILER, REPORT COUNTS,
      *                   AND CLOSE FILES.
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE SPACES TO LG-EXCP-LINE.
           WRITE LG-EXCP-LINE.
           MOVE LG-HELD-COUNT TO LG-EXT-COUNT.
           WRITE LG-EXCP-LINE FROM LG-EXCP-TOTAL.

           MOVE SPACES TO MF-TRAILER-REC.
           MOVE "TRL" TO MF-TRL-ID.
           MOVE LG-LETTER-COUNT TO MF-TRL-LETTER-COUNT.
           MOVE LG-MANIFEST-PAGES TO MF-TRL-PAGE-COUNT.
           WRITE MF-TRAILER-REC.
           IF NOT LG-LTRMFST-OK
               DISPLAY "LETTRGEN: UNABLE TO WRITE LTRMFST TRAILER, "
                   "STATUS = " LG-LTRMFST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.

           DISPLAY "LETTRGEN: LETTERS=" LG-LETTER-COUNT
               " SUPPRESSED=" LG-SUPPRESS-COUNT
               " CHANNEL-SKIPPED=" LG-CHSKIP-COUNT
               " HELD=" LG-HELD-COUNT
               " LANG-FALLBACK=" LG-LANGFB-COUNT
               " PAGES=" LG-PAGE-COUNT
               " LAST SEQ=" LG-LETTER-SEQ.

               THRU 9100-CLOSE-ALL-EXIT.

           IF LG-UNMATCHED-COUNT > ZERO
              OR LG-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           CLOSE LETTERS.
           CLOSE LTRREG.
           CLOSE LTREXCP.
           CLOSE LTRMFST.
           IF LG-ADDR-FILE-AVAILABLE
               CLOSE ADDR-FILE
           END-IF.
           IF LG-VIP-FILE-AVAILABLE
               CLOSE VIP-FILE
           END-IF.
           IF LG-CHP-FILE-AVAILABLE
               CLOSE CHP-FILE
           END-IF.
           IF LG-CUST-FILE-AVAILABLE
               CLOSE CUST-FILE
           END-IF.
           IF LG-PHR-FILE-AVAILABLE
               CLOSE PHR-FILE
           END-IF.
           SET LC-CLOSE-LEDGER TO TRUE.
           CALL "CONTLOG" USING LC-LEDGER-PARMS.

       9100-CLOSE-ALL-EXIT.
           EXIT.
