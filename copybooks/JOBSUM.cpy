      *===============================================================
      *  JOBSUM.CPY
      *
      *  JOB-STREAM SUMMARY WRITTEN BY THE JOBSTRM DRIVER TO THE
      *  JOBSUM FILE: ONE HEADER RECORD FOR THE RUN, THEN ONE DETAIL
      *  RECORD PER STEP OF THE DEFINITION IN STEP ORDER.  THE FILE
      *  IS REWRITTEN BEFORE EVERY STEP STARTS AND ONCE MORE WHEN
      *  THE STREAM ENDS, SO A STEP RUNNING UNDER THE DRIVER (OPSRPT
      *  IN PARTICULAR) SEES THE STREAM AS IT STANDS.  THE FIELDS
      *  ARE SPACED SO THE FILE PRINTS AS IT STANDS.  OPSRPT TAKES
      *  ITS LIST OF EXPECTED DAILY JOBS FROM THE DETAIL RECORDS.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------
      *  2026-10-15 DEV   ORIGINAL COPYBOOK.
      *===============================================================
       01  SS-HEADER-REC.
           05  SS-REC-TYPE             PIC X(01).
               88  SS-HEADER           VALUE "H".
               88  SS-DETAIL           VALUE "D".
           05  FILLER                  PIC X(01).
           05  SS-HDR-RUN-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  SS-HDR-PROC-DATE        PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SS-HDR-STREAM-STATE     PIC X(10).
               88  SS-STREAM-RUNNING   VALUE "RUNNING".
               88  SS-STREAM-COMPLETE  VALUE "COMPLETE".
               88  SS-STREAM-STOPPED   VALUE "STOPPED".
           05  FILLER                  PIC X(01).
           05  SS-HDR-STEP-COUNT       PIC 9(03).
           05  FILLER                  PIC X(01).
           05  SS-HDR-DONE-COUNT       PIC 9(03).
           05  FILLER                  PIC X(42).

       01  SS-DETAIL-REC.
           05  FILLER                  PIC X(01).
           05  FILLER                  PIC X(01).
           05  SS-RUN-ID               PIC X(08).
           05  FILLER                  PIC X(01).
           05  SS-STEP-ORDER           PIC 9(03).
           05  FILLER                  PIC X(01).
           05  SS-STEP-NAME            PIC X(08).
           05  FILLER                  PIC X(01).
           05  SS-STEP-STATUS          PIC X(10).
               88  SS-STEP-COMPLETE    VALUE "COMPLETE".
               88  SS-STEP-FAILED      VALUE "FAILED".
               88  SS-STEP-RUNNING     VALUE "RUNNING".
               88  SS-STEP-NOT-RUN     VALUE "NOT RUN".
           05  FILLER                  PIC X(01).
           05  SS-STEP-RC              PIC 9(04).
           05  FILLER                  PIC X(01).
           05  SS-MAX-RC               PIC 9(04).
           05  FILLER                  PIC X(01).
           05  SS-STEP-NOTE            PIC X(30).
           05  FILLER                  PIC X(05).
